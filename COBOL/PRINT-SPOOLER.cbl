           SELECT REPO-INDEX-FILE ASSIGN TO "REPODIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT PRINTER-DEST-FILE ASSIGN TO "PRTDEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDS-STATUS.
           SELECT FORM-TYPE-FILE ASSIGN TO "FORMTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRM-STATUS.
           SELECT REPORT-ROUTE-FILE ASSIGN TO "PRTROUTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 IDX-LINE-COUNT   PIC 9(6).
           02 IDX-STATUS       PIC X.

      *    Printer destinations. PDS-MOUNTED-FORM is the form stock
      *    the operator last confirmed as loaded on the printer.
       FD  PRINTER-DEST-FILE.
       01  PRINTER-DEST-RECORD.
           02 PDS-CODE         PIC X(8).
           02 PDS-DESC         PIC X(30).
           02 PDS-MOUNTED-FORM PIC X(6).
           02 PDS-MOUNT-DATE   PIC 9(8).
           02 PDS-MOUNT-TIME   PIC 9(8).

       FD  FORM-TYPE-FILE.
       01  FORM-TYPE-RECORD.
           02 FRM-CODE PIC X(6).
           02 FRM-DESC PIC X(30).

      *    Default printer and form per report name. The row with
      *    RTE-REPORT "*" routes every report without its own row.
       FD  REPORT-ROUTE-FILE.
       01  REPORT-ROUTE-RECORD.
           02 RTE-REPORT PIC X(12).
           02 RTE-DEST   PIC X(8).
           02 RTE-FORM   PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-PQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
               03 WS-TBL-PRINT-TIME  PIC 9(8).
               03 WS-TBL-PRIORITY    PIC 9.
               03 WS-TBL-NEEDED-BY   PIC 9(4).
               03 WS-TBL-DEST        PIC X(8).
               03 WS-TBL-FORM        PIC X(6).

      *    Form control is active only when PRTDEST.DAT has at least
      *    one printer; without it the queue works as a single printer
      *    with no form checks.
       01  WS-PDS-STATUS PIC XX.
       01  WS-FRM-STATUS PIC XX.
       01  WS-RTE-STATUS PIC XX.
       01  WS-ROUTING-FLAG PIC X VALUE 'N'.
           88 WS-ROUTING-ON VALUE 'Y'.
       01  WS-DEST-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-DEST-CHANGED VALUE 'Y'.
       01  WS-DEST-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-DEST-OVERFLOW VALUE 'Y'.
       01  WS-DEST-COUNT PIC 9(2) VALUE ZERO.
       01  WS-DEST-TABLE.
           02 WS-DEST-ENTRY OCCURS 20 TIMES.
               03 WS-DST-CODE        PIC X(8).
               03 WS-DST-DESC        PIC X(30).
               03 WS-DST-FORM        PIC X(6).
               03 WS-DST-MOUNT-DATE  PIC 9(8).
               03 WS-DST-MOUNT-TIME  PIC 9(8).
       01  WS-FORM-COUNT PIC 9(2) VALUE ZERO.
       01  WS-FORM-TABLE.
           02 WS-FORM-ENTRY OCCURS 30 TIMES.
               03 WS-FRM-CODE PIC X(6).
               03 WS-FRM-DESC PIC X(30).
       01  WS-ROUTE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ROUTE-TABLE.
           02 WS-ROUTE-ENTRY OCCURS 100 TIMES.
               03 WS-RTE-REPORT PIC X(12).
               03 WS-RTE-DEST   PIC X(8).
               03 WS-RTE-FORM   PIC X(6).
       01  WS-DST-SUB PIC 9(2).
       01  WS-DST-HIT PIC 9(2).
       01  WS-FRM-SUB PIC 9(2).
       01  WS-FRM-HIT PIC 9(2).
       01  WS-RTE-SUB PIC 9(3).
       01  WS-RTE-HIT PIC 9(3).
       01  WS-CHK-SUB PIC 9(3).
       01  WS-ASK-DEST PIC X(8).
       01  WS-ASK-FORM PIC X(6).
       01  WS-CONFIRM PIC X.
       01  WS-SEL-DEST PIC X(8) VALUE SPACES.
       01  WS-HELD-COUNT PIC 9(3).
       01  WS-RELEASED-COUNT PIC 9(3).
       01  WS-PENDING-COUNT PIC 9(3).
       01  WS-GROUP-COUNT PIC 9(3).

       01  WS-SRC-STATUS PIC XX.
       01  WS-ARC-STATUS PIC XX.
           02 LL-PRIORITY PIC 9.
           02 FILLER PIC X(7) VALUE " LIMITE".
           02 LL-NEEDED PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-DEST PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-FORM PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PRINTER-SETUP.
           IF WS-ROUTING-ON
               MOVE ZERO TO WS-HELD-COUNT
               PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                       UNTIL WS-CHK-SUB > WS-QUEUE-COUNT
                   PERFORM RESOLVE-ENTRY-ROUTE
                   PERFORM CHECK-ENTRY-FORM
                   IF WS-TBL-STATUS(WS-CHK-SUB) = "FORMHOLD"
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               END-PERFORM
               IF WS-HELD-COUNT > ZERO
                   DISPLAY WS-HELD-COUNT " ENTRADAS RETENIDAS A LA "
                       "ESPERA DE FORMULARIO"
               END-IF
           ELSE
               DISPLAY "PRTDEST.DAT NO DISPONIBLE - COLA SIN CONTROL "
                   "DE IMPRESORA NI FORMULARIO"
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-SPOOLER-MENU
                       PERFORM PRINT-ENTRY
                   WHEN 'T'
                   WHEN 't'
                       MOVE SPACES TO WS-SEL-DEST
                       PERFORM PRINT-NEXT-BY-PRIORITY
                   WHEN 'G'
                   WHEN 'g'
                       PERFORM PRINT-DEST-GROUP
                   WHEN 'M'
                   WHEN 'm'
                       PERFORM CONFIRM-FORM-MOUNT
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM SHOW-PRINTER-QUEUES
                   WHEN 'N'
                   WHEN 'n'
                       PERFORM REPRINT-ENTRY
           END-PERFORM.

           PERFORM SAVE-QUEUE-TABLE.
           IF WS-DEST-CHANGED
               IF WS-DEST-OVERFLOW
                   DISPLAY "PRTDEST.DAT EXCEDE LA TABLA - MONTAJES "
                       "NO GUARDADOS"
               ELSE
                   PERFORM SAVE-DEST-TABLE
               END-IF
           END-IF.
           DISPLAY "PRINT-SPOOLER - COLA GUARDADA - "
               WS-QUEUE-COUNT " ENTRADAS".

           DISPLAY "R. LIBERAR ENTRADA".
           DISPLAY "P. IMPRIMIR ENTRADA".
           DISPLAY "T. IMPRIMIR SIGUIENTE POR PRIORIDAD".
           DISPLAY "G. IMPRIMIR GRUPO DE UNA IMPRESORA".
           DISPLAY "M. CONFIRMAR MONTAJE DE FORMULARIO".
           DISPLAY "D. COLA PENDIENTE POR IMPRESORA".
           DISPLAY "N. REIMPRIMIR ENTRADA".
           DISPLAY "C. CANCELAR ENTRADA".
           DISPLAY "S. ENVIAR INFORME A LA COLA".
               MOVE WS-TBL-PRINT-DATE(WS-SUB) TO LL-PRINT-DATE
               MOVE WS-TBL-PRIORITY(WS-SUB) TO LL-PRIORITY
               MOVE WS-TBL-NEEDED-BY(WS-SUB) TO LL-NEEDED
               MOVE WS-TBL-DEST(WS-SUB) TO LL-DEST
               MOVE WS-TBL-FORM(WS-SUB) TO LL-FORM
               DISPLAY WS-LIST-LINE
           END-PERFORM.

           IF WS-ENTRY-NUM > ZERO
               IF WS-TBL-STATUS(WS-ENTRY-NUM) = "HOLD"
                   MOVE "QUEUED" TO WS-TBL-STATUS(WS-ENTRY-NUM)
                   MOVE WS-ENTRY-NUM TO WS-CHK-SUB
                   PERFORM CHECK-ENTRY-FORM
                   DISPLAY "ENTRADA LIBERADA"
                   PERFORM SHOW-FORM-WAIT
               ELSE
                   DISPLAY "SOLO SE LIBERAN ENTRADAS HOLD"
               END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QUEUE-COUNT
               IF WS-TBL-STATUS(WS-SUB) = "QUEUED"
                   AND (WS-SEL-DEST = SPACES
                        OR WS-TBL-DEST(WS-SUB) = WS-SEL-DEST)
                   PERFORM WEIGH-ONE-CANDIDATE
               END-IF
           END-PERFORM.
               PERFORM PRINT-SELECTED-ENTRY
           END-IF.

      *    Every QUEUED entry of a printer is on its mounted form, so
      *    the printer's QUEUED entries are one destination and form
      *    group; print them all in the same priority order as T.
       PRINT-DEST-GROUP.
           IF NOT WS-ROUTING-ON
               DISPLAY "PRTDEST.DAT NO DISPONIBLE - USE LA OPCION T"
           ELSE
               PERFORM ASK-DESTINATION
               IF WS-DST-HIT > ZERO
                   MOVE WS-ASK-DEST TO WS-SEL-DEST
                   MOVE ZERO TO WS-GROUP-COUNT
                   MOVE 1 TO WS-BEST
                   PERFORM UNTIL WS-BEST = ZERO
                       PERFORM PRINT-NEXT-BY-PRIORITY
                       IF WS-BEST > ZERO
                           ADD 1 TO WS-GROUP-COUNT
                       END-IF
                   END-PERFORM
                   DISPLAY "GRUPO " WS-SEL-DEST " "
                       WS-DST-FORM(WS-DST-HIT) " - "
                       WS-GROUP-COUNT " ENTRADAS IMPRESAS"
                   MOVE SPACES TO WS-SEL-DEST
               END-IF
           END-IF.

       WEIGH-ONE-CANDIDATE.
           SET WS-AT-RISK TO FALSE.
           IF WS-TBL-NEEDED-BY(WS-SUB) > ZERO
                   MOVE "PRINTING" TO WS-TBL-STATUS(WS-ENTRY-NUM)
                   DISPLAY "IMPRIMIENDO "
                       WS-TBL-REPORT-NAME(WS-ENTRY-NUM) " - "
                       WS-TBL-LINE-COUNT(WS-ENTRY-NUM) " LINEAS "
                       WS-TBL-DEST(WS-ENTRY-NUM) " "
                       WS-TBL-FORM(WS-ENTRY-NUM)
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-RUN-TIME FROM TIME
                   MOVE WS-RUN-DATE TO WS-TBL-PRINT-DATE(WS-ENTRY-NUM)
                       THRU ARCHIVE-PRINTED-EXIT
               ELSE
                   DISPLAY "SOLO SE IMPRIMEN ENTRADAS QUEUED"
                   MOVE WS-ENTRY-NUM TO WS-CHK-SUB
                   PERFORM SHOW-FORM-WAIT
               END-IF
           END-IF.

           MOVE "PRINTING" TO WS-TBL-STATUS(WS-ENTRY-NUM).
           DISPLAY "IMPRIMIENDO "
               WS-TBL-REPORT-NAME(WS-ENTRY-NUM) " - "
               WS-TBL-LINE-COUNT(WS-ENTRY-NUM) " LINEAS "
               WS-TBL-DEST(WS-ENTRY-NUM) " "
               WS-TBL-FORM(WS-ENTRY-NUM).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-TBL-PRINT-DATE(WS-ENTRY-NUM).
                   MOVE "QUEUED" TO WS-TBL-STATUS(WS-ENTRY-NUM)
                   MOVE ZERO TO WS-TBL-PRINT-DATE(WS-ENTRY-NUM)
                   MOVE ZERO TO WS-TBL-PRINT-TIME(WS-ENTRY-NUM)
                   MOVE WS-ENTRY-NUM TO WS-CHK-SUB
                   PERFORM CHECK-ENTRY-FORM
                   DISPLAY "ENTRADA REENCOLADA PARA REIMPRESION"
                   PERFORM SHOW-FORM-WAIT
               ELSE
                   DISPLAY "SOLO SE REIMPRIMEN ENTRADAS PRINTED"
               END-IF
           IF WS-ENTRY-NUM > ZERO
               IF WS-TBL-STATUS(WS-ENTRY-NUM) = "QUEUED"
                   OR WS-TBL-STATUS(WS-ENTRY-NUM) = "HOLD"
                   OR WS-TBL-STATUS(WS-ENTRY-NUM) = "FORMHOLD"
                   MOVE "CANCELED" TO WS-TBL-STATUS(WS-ENTRY-NUM)
                   DISPLAY "ENTRADA CANCELADA"
               ELSE
                   DISPLAY "SOLO SE CANCELAN ENTRADAS QUEUED, HOLD "
                       "O FORMHOLD"
               END-IF
           END-IF.

                   END-IF
                   MOVE WS-ASK-NEEDED TO
                       WS-TBL-NEEDED-BY(WS-QUEUE-COUNT)
                   MOVE SPACES TO WS-TBL-DEST(WS-QUEUE-COUNT)
                   MOVE SPACES TO WS-TBL-FORM(WS-QUEUE-COUNT)
                   IF WS-ROUTING-ON
                       PERFORM ASK-SUBMIT-ROUTING
                   END-IF
                   DISPLAY "INFORME ENVIADO A LA COLA"
                   IF WS-ROUTING-ON
                       PERFORM SHOW-FORM-WAIT
                   END-IF
               END-IF
           END-IF.

       ARCHIVE-PRINTED-EXIT.
           EXIT.

      *    Operator overrides for a new entry; a blank answer takes
      *    the PRTROUTE.DAT default for the report.
       ASK-SUBMIT-ROUTING.
           MOVE WS-QUEUE-COUNT TO WS-CHK-SUB.
           DISPLAY "IMPRESORA (EN BLANCO = SEGUN PRTROUTE.DAT) : ".
           ACCEPT WS-ASK-DEST.
           IF WS-ASK-DEST NOT = SPACES
               PERFORM FIND-DESTINATION
               IF WS-DST-HIT = ZERO
                   DISPLAY "IMPRESORA " WS-ASK-DEST
                       " INEXISTENTE - SE USA LA RUTA"
               ELSE
                   MOVE WS-ASK-DEST TO WS-TBL-DEST(WS-CHK-SUB)
               END-IF
           END-IF.
           DISPLAY "FORMULARIO (EN BLANCO = SEGUN PRTROUTE.DAT) : ".
           ACCEPT WS-ASK-FORM.
           IF WS-ASK-FORM NOT = SPACES
               PERFORM FIND-FORM
               IF WS-FRM-HIT = ZERO
                   DISPLAY "FORMULARIO " WS-ASK-FORM
                       " INEXISTENTE - SE USA LA RUTA"
               ELSE
                   MOVE WS-ASK-FORM TO WS-TBL-FORM(WS-CHK-SUB)
               END-IF
           END-IF.
           PERFORM RESOLVE-ENTRY-ROUTE.
           PERFORM CHECK-ENTRY-FORM.

      *    Fill a blank printer or form from the report's own route,
      *    or failing that the "*" route.
       RESOLVE-ENTRY-ROUTE.
           IF WS-TBL-DEST(WS-CHK-SUB) = SPACES
               OR WS-TBL-FORM(WS-CHK-SUB) = SPACES
               MOVE ZERO TO WS-RTE-HIT
               PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
                       UNTIL WS-RTE-SUB > WS-ROUTE-COUNT
                   IF WS-RTE-REPORT(WS-RTE-SUB) =
                       WS-TBL-REPORT-NAME(WS-CHK-SUB)
                       MOVE WS-RTE-SUB TO WS-RTE-HIT
                   END-IF
                   IF WS-RTE-REPORT(WS-RTE-SUB) = "*"
                       AND WS-RTE-HIT = ZERO
                       MOVE WS-RTE-SUB TO WS-RTE-HIT
                   END-IF
               END-PERFORM
               IF WS-RTE-HIT > ZERO
                   IF WS-TBL-DEST(WS-CHK-SUB) = SPACES
                       MOVE WS-RTE-DEST(WS-RTE-HIT) TO
                           WS-TBL-DEST(WS-CHK-SUB)
                   END-IF
                   IF WS-TBL-FORM(WS-CHK-SUB) = SPACES
                       MOVE WS-RTE-FORM(WS-RTE-HIT) TO
                           WS-TBL-FORM(WS-CHK-SUB)
                   END-IF
               END-IF
           END-IF.

      *    A waiting entry is QUEUED only while its printer has its
      *    form mounted; otherwise, or with no known printer or form,
      *    it waits as FORMHOLD.
       CHECK-ENTRY-FORM.
           IF WS-ROUTING-ON
               AND (WS-TBL-STATUS(WS-CHK-SUB) = "QUEUED"
                    OR WS-TBL-STATUS(WS-CHK-SUB) = "FORMHOLD")
               MOVE WS-TBL-DEST(WS-CHK-SUB) TO WS-ASK-DEST
               PERFORM FIND-DESTINATION
               MOVE WS-TBL-FORM(WS-CHK-SUB) TO WS-ASK-FORM
               PERFORM FIND-FORM
               MOVE "FORMHOLD" TO WS-TBL-STATUS(WS-CHK-SUB)
               IF WS-DST-HIT > ZERO AND WS-FRM-HIT > ZERO
                   IF WS-DST-FORM(WS-DST-HIT) =
                       WS-TBL-FORM(WS-CHK-SUB)
                       MOVE "QUEUED" TO WS-TBL-STATUS(WS-CHK-SUB)
                   END-IF
               END-IF
           END-IF.

       SHOW-FORM-WAIT.
           IF WS-TBL-STATUS(WS-CHK-SUB) = "FORMHOLD"
               IF WS-TBL-DEST(WS-CHK-SUB) = SPACES
                   OR WS-TBL-FORM(WS-CHK-SUB) = SPACES
                   DISPLAY "ENTRADA SIN RUTA EN PRTROUTE.DAT - "
                       "RETENIDA EN FORMHOLD"
               ELSE
                   DISPLAY "ENTRADA EN ESPERA DEL FORMULARIO "
                       WS-TBL-FORM(WS-CHK-SUB) " EN "
                       WS-TBL-DEST(WS-CHK-SUB)
               END-IF
           END-IF.

       FIND-DESTINATION.
           MOVE ZERO TO WS-DST-HIT.
           PERFORM VARYING WS-DST-SUB FROM 1 BY 1
                   UNTIL WS-DST-SUB > WS-DEST-COUNT
                      OR WS-DST-HIT > ZERO
               IF WS-DST-CODE(WS-DST-SUB) = WS-ASK-DEST
                   MOVE WS-DST-SUB TO WS-DST-HIT
               END-IF
           END-PERFORM.

       FIND-FORM.
           MOVE ZERO TO WS-FRM-HIT.
           PERFORM VARYING WS-FRM-SUB FROM 1 BY 1
                   UNTIL WS-FRM-SUB > WS-FORM-COUNT
                      OR WS-FRM-HIT > ZERO
               IF WS-FRM-CODE(WS-FRM-SUB) = WS-ASK-FORM
                   MOVE WS-FRM-SUB TO WS-FRM-HIT
               END-IF
           END-PERFORM.

       ASK-DESTINATION.
           PERFORM VARYING WS-DST-SUB FROM 1 BY 1
                   UNTIL WS-DST-SUB > WS-DEST-COUNT
               DISPLAY "  " WS-DST-CODE(WS-DST-SUB) " "
                   WS-DST-DESC(WS-DST-SUB) " MONTADO: "
                   WS-DST-FORM(WS-DST-SUB)
           END-PERFORM.
           DISPLAY "IMPRESORA : ".
           ACCEPT WS-ASK-DEST.
           PERFORM FIND-DESTINATION.
           IF WS-DST-HIT = ZERO
               DISPLAY "IMPRESORA INEXISTENTE"
           END-IF.

      *    The operator confirms which form stock is now loaded on a
      *    printer. Entries waiting for that form are released and
      *    entries for the form just taken off go back to FORMHOLD.
       CONFIRM-FORM-MOUNT.
           IF NOT WS-ROUTING-ON
               DISPLAY "PRTDEST.DAT NO DISPONIBLE - SIN FORMULARIOS"
           ELSE
               PERFORM ASK-DESTINATION
               IF WS-DST-HIT > ZERO
                   PERFORM VARYING WS-FRM-SUB FROM 1 BY 1
                           UNTIL WS-FRM-SUB > WS-FORM-COUNT
                       DISPLAY "  " WS-FRM-CODE(WS-FRM-SUB) " "
                           WS-FRM-DESC(WS-FRM-SUB)
                   END-PERFORM
                   DISPLAY "FORMULARIO MONTADO : "
                   ACCEPT WS-ASK-FORM
                   PERFORM FIND-FORM
                   IF WS-FRM-HIT = ZERO
                       DISPLAY "FORMULARIO INEXISTENTE"
                   ELSE
                       DISPLAY "CONFIRMA " WS-ASK-FORM " MONTADO EN "
                           WS-DST-CODE(WS-DST-HIT) " (S/N) : "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'S' OR WS-CONFIRM = 's'
                           PERFORM APPLY-FORM-MOUNT
                       ELSE
                           DISPLAY "MONTAJE NO CONFIRMADO"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-FORM-MOUNT.
           MOVE WS-ASK-FORM TO WS-DST-FORM(WS-DST-HIT).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-DST-MOUNT-DATE(WS-DST-HIT).
           MOVE WS-RUN-TIME TO WS-DST-MOUNT-TIME(WS-DST-HIT).
           SET WS-DEST-CHANGED TO TRUE.
           MOVE WS-DST-CODE(WS-DST-HIT) TO WS-SEL-DEST.
           MOVE ZERO TO WS-RELEASED-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB > WS-QUEUE-COUNT
               IF WS-TBL-DEST(WS-CHK-SUB) = WS-SEL-DEST
                   IF WS-TBL-STATUS(WS-CHK-SUB) = "FORMHOLD"
                       PERFORM CHECK-ENTRY-FORM
                       IF WS-TBL-STATUS(WS-CHK-SUB) = "QUEUED"
                           ADD 1 TO WS-RELEASED-COUNT
                       END-IF
                   ELSE
                       IF WS-TBL-STATUS(WS-CHK-SUB) = "QUEUED"
                           PERFORM CHECK-ENTRY-FORM
                           IF WS-TBL-STATUS(WS-CHK-SUB) = "FORMHOLD"
                               ADD 1 TO WS-HELD-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SEL-DEST.
           DISPLAY "FORMULARIO " WS-DST-FORM(WS-DST-HIT)
               " MONTADO EN " WS-DST-CODE(WS-DST-HIT) " - "
               WS-RELEASED-COUNT
               " LIBERADAS, " WS-HELD-COUNT " RETENIDAS".

      *    Pending work (QUEUED, HOLD, FORMHOLD) per printer, grouped
      *    by form, then anything with no valid printer or form.
       SHOW-PRINTER-QUEUES.
           IF NOT WS-ROUTING-ON
               DISPLAY "PRTDEST.DAT NO DISPONIBLE - USE LA OPCION L"
           ELSE
               PERFORM VARYING WS-DST-SUB FROM 1 BY 1
                       UNTIL WS-DST-SUB > WS-DEST-COUNT
                   DISPLAY "--------------------------------------"
                   DISPLAY "IMPRESORA " WS-DST-CODE(WS-DST-SUB) " "
                       WS-DST-DESC(WS-DST-SUB)
                   DISPLAY "FORMULARIO MONTADO: "
                       WS-DST-FORM(WS-DST-SUB)
                   MOVE ZERO TO WS-PENDING-COUNT
                   MOVE ZERO TO WS-HELD-COUNT
                   PERFORM VARYING WS-FRM-SUB FROM 1 BY 1
                           UNTIL WS-FRM-SUB > WS-FORM-COUNT
                       PERFORM SHOW-ONE-FORM-GROUP
                   END-PERFORM
                   DISPLAY "PENDIENTES: " WS-PENDING-COUNT
                       " (EN ESPERA DE FORMULARIO: " WS-HELD-COUNT ")"
               END-PERFORM
               DISPLAY "--------------------------------------"
               DISPLAY "SIN IMPRESORA O FORMULARIO VALIDO"
               MOVE ZERO TO WS-PENDING-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-QUEUE-COUNT
                   MOVE WS-TBL-DEST(WS-SUB) TO WS-ASK-DEST
                   PERFORM FIND-DESTINATION
                   MOVE WS-TBL-FORM(WS-SUB) TO WS-ASK-FORM
                   PERFORM FIND-FORM
                   IF WS-DST-HIT = ZERO OR WS-FRM-HIT = ZERO
                       PERFORM SHOW-PENDING-LINE
                   END-IF
               END-PERFORM
               DISPLAY "PENDIENTES: " WS-PENDING-COUNT
           END-IF.

       SHOW-ONE-FORM-GROUP.
           MOVE ZERO TO WS-GROUP-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QUEUE-COUNT
               IF WS-TBL-DEST(WS-SUB) = WS-DST-CODE(WS-DST-SUB)
                   AND WS-TBL-FORM(WS-SUB) = WS-FRM-CODE(WS-FRM-SUB)
                   IF WS-TBL-STATUS(WS-SUB) = "QUEUED"
                       OR WS-TBL-STATUS(WS-SUB) = "HOLD"
                       OR WS-TBL-STATUS(WS-SUB) = "FORMHOLD"
                       IF WS-GROUP-COUNT = ZERO
                           DISPLAY " FORMULARIO "
                               WS-FRM-CODE(WS-FRM-SUB) " "
                               WS-FRM-DESC(WS-FRM-SUB)
                       END-IF
                       ADD 1 TO WS-GROUP-COUNT
                       IF WS-TBL-STATUS(WS-SUB) = "FORMHOLD"
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                       PERFORM SHOW-PENDING-LINE
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-PENDING-LINE.
           IF WS-TBL-STATUS(WS-SUB) = "QUEUED"
               OR WS-TBL-STATUS(WS-SUB) = "HOLD"
               OR WS-TBL-STATUS(WS-SUB) = "FORMHOLD"
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-SUB TO LL-NUM
               MOVE WS-TBL-REPORT-NAME(WS-SUB) TO LL-REPORT-NAME
               MOVE WS-TBL-RUN-DATE(WS-SUB) TO LL-RUN-DATE
               MOVE WS-TBL-STATUS(WS-SUB) TO LL-STATUS
               MOVE WS-TBL-PRINT-DATE(WS-SUB) TO LL-PRINT-DATE
               MOVE WS-TBL-PRIORITY(WS-SUB) TO LL-PRIORITY
               MOVE WS-TBL-NEEDED-BY(WS-SUB) TO LL-NEEDED
               MOVE WS-TBL-DEST(WS-SUB) TO LL-DEST
               MOVE WS-TBL-FORM(WS-SUB) TO LL-FORM
               DISPLAY WS-LIST-LINE
           END-IF.

       GET-NEXT-ARCHIVE-SEQ.
           MOVE ZERO TO WS-NEXT-ARC-SEQ.
           OPEN INPUT REPO-INDEX-FILE.
                                   MOVE ZERO TO
                                       WS-TBL-NEEDED-BY(WS-QUEUE-COUNT)
                               END-IF
                               MOVE PQ-DEST TO
                                   WS-TBL-DEST(WS-QUEUE-COUNT)
                               MOVE PQ-FORM TO
                                   WS-TBL-FORM(WS-QUEUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-TBL-PRINT-TIME(WS-SUB) TO PQ-PRINT-TIME
               MOVE WS-TBL-PRIORITY(WS-SUB) TO PQ-PRIORITY
               MOVE WS-TBL-NEEDED-BY(WS-SUB) TO PQ-NEEDED-BY
               MOVE WS-TBL-DEST(WS-SUB) TO PQ-DEST
               MOVE WS-TBL-FORM(WS-SUB) TO PQ-FORM
               WRITE PRINT-QUEUE-RECORD
           END-PERFORM.
           CLOSE PRINT-QUEUE-FILE.

       LOAD-PRINTER-SETUP.
           OPEN INPUT PRINTER-DEST-FILE.
           IF WS-PDS-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PRINTER-DEST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-DESTINATION
                   END-READ
               END-PERFORM
               CLOSE PRINTER-DEST-FILE
           END-IF.
           IF WS-DEST-COUNT > ZERO
               SET WS-ROUTING-ON TO TRUE
           END-IF.

           OPEN INPUT FORM-TYPE-FILE.
           IF WS-FRM-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ FORM-TYPE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-FORM-COUNT >= 30
                               DISPLAY "FORMTYPE.DAT HAS MORE THAN 30 "
                                   "FORMS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-FORM-COUNT
                               MOVE FRM-CODE TO
                                   WS-FRM-CODE(WS-FORM-COUNT)
                               MOVE FRM-DESC TO
                                   WS-FRM-DESC(WS-FORM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORM-TYPE-FILE
           END-IF.

           OPEN INPUT REPORT-ROUTE-FILE.
           IF WS-RTE-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REPORT-ROUTE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ROUTE-COUNT >= 100
                               DISPLAY "PRTROUTE.DAT HAS MORE THAN 100 "
                                   "ROUTES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-ROUTE-COUNT
                               MOVE RTE-REPORT TO
                                   WS-RTE-REPORT(WS-ROUTE-COUNT)
                               MOVE RTE-DEST TO
                                   WS-RTE-DEST(WS-ROUTE-COUNT)
                               MOVE RTE-FORM TO
                                   WS-RTE-FORM(WS-ROUTE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-ROUTE-FILE
           END-IF.

       STORE-DESTINATION.
           IF WS-DEST-COUNT >= 20
               SET WS-DEST-OVERFLOW TO TRUE
               DISPLAY "PRTDEST.DAT HAS MORE THAN 20 PRINTERS - "
                   "EXTRA IGNORED"
           ELSE
               ADD 1 TO WS-DEST-COUNT
               MOVE PDS-CODE TO WS-DST-CODE(WS-DEST-COUNT)
               MOVE PDS-DESC TO WS-DST-DESC(WS-DEST-COUNT)
               MOVE PDS-MOUNTED-FORM TO WS-DST-FORM(WS-DEST-COUNT)
               IF PDS-MOUNT-DATE IS NUMERIC
                   MOVE PDS-MOUNT-DATE TO
                       WS-DST-MOUNT-DATE(WS-DEST-COUNT)
                   MOVE PDS-MOUNT-TIME TO
                       WS-DST-MOUNT-TIME(WS-DEST-COUNT)
               ELSE
                   MOVE ZERO TO WS-DST-MOUNT-DATE(WS-DEST-COUNT)
                   MOVE ZERO TO WS-DST-MOUNT-TIME(WS-DEST-COUNT)
               END-IF
           END-IF.

      *    Rewritten only after a confirmed mount and only when the
      *    whole of PRTDEST.DAT fitted in the table.
       SAVE-DEST-TABLE.
           OPEN OUTPUT PRINTER-DEST-FILE.
           PERFORM VARYING WS-DST-SUB FROM 1 BY 1
                   UNTIL WS-DST-SUB > WS-DEST-COUNT
               MOVE WS-DST-CODE(WS-DST-SUB) TO PDS-CODE
               MOVE WS-DST-DESC(WS-DST-SUB) TO PDS-DESC
               MOVE WS-DST-FORM(WS-DST-SUB) TO PDS-MOUNTED-FORM
               MOVE WS-DST-MOUNT-DATE(WS-DST-SUB) TO PDS-MOUNT-DATE
               MOVE WS-DST-MOUNT-TIME(WS-DST-SUB) TO PDS-MOUNT-TIME
               WRITE PRINTER-DEST-RECORD
           END-PERFORM.
           CLOSE PRINTER-DEST-FILE.

       END PROGRAM PRINT-SPOOLER.
