               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT REJECTED-FILE ASSIGN TO "REVREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           88 WS-PND-OVERFLOW VALUE 'Y'.
       01  WS-CAP-OK-FLAG PIC X.
           88 WS-CAP-OK VALUE 'Y' FALSE 'N'.
       01  WS-RELEASED-FLAG PIC X.
           88 WS-RELEASED VALUE 'Y' FALSE 'N'.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-ACTING-OK-FLAG PIC X VALUE 'Y'.
           88 WS-ACTING-OK VALUE 'Y' FALSE 'N'.
       01  WS-ACTING-FOR PIC X(8) VALUE SPACES.

       01  WS-ACTION PIC X.
       01  WS-ENTRY-NUM PIC 9(3).
       COPY REFNUMRQ.
       COPY WINRQ.
       COPY CLMRQ.
       COPY DELEGRQ.
       COPY ENVRQ.

       01  WS-RECON-DETAIL.
           02 FILLER PIC X(11) VALUE "REFERENCE: ".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM SELECT-ACTING-FOR THRU SELECT-ACTING-FOR-EXIT.
           IF NOT WS-ACTING-OK
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PENDING-TABLE.
           IF WS-PND-OVERFLOW
               DISPLAY "REVPEND.DAT EXCEDE LA TABLA - SESION "
           DISPLAY "X. SALIR".
           DISPLAY "SELECCIONE UNA OPCION : ".

      *    An operator covering for an absent supervisor chooses at
      *    sign-on whose name the session acts in; only a delegation
      *    in force today for this queue is accepted.
       SELECT-ACTING-FOR.
           MOVE SPACES TO WS-ACTING-FOR.
           MOVE 'F' TO DLQ-FUNCTION.
           MOVE 'R' TO DLQ-QUEUE.
           MOVE SGN-OPERATOR-ID TO DLQ-DELEGATE.
           MOVE WS-RUN-DATE TO DLQ-DATE.
           CALL "DELEG-CHECK" USING DELEGATION-REQUEST.
           IF DLQ-FOUND-COUNT = ZERO
               GO TO SELECT-ACTING-FOR-EXIT
           END-IF.
           DISPLAY "DELEGACIONES VIGENTES A SU FAVOR: "
               DLQ-FOUND-COUNT " (" DLQ-DELEGATOR " HASTA "
               DLQ-TO-DATE ")".
           DISPLAY "ACTUAR EN NOMBRE DE (EN BLANCO = PROPIO) : ".
           ACCEPT WS-ACTING-FOR.
           IF WS-ACTING-FOR = SPACES
               GO TO SELECT-ACTING-FOR-EXIT
           END-IF.
           MOVE 'V' TO DLQ-FUNCTION.
           MOVE WS-ACTING-FOR TO DLQ-DELEGATOR.
           CALL "DELEG-CHECK" USING DELEGATION-REQUEST.
           IF DLQ-IN-FORCE
               DISPLAY "ACTUANDO EN NOMBRE DE " WS-ACTING-FOR
                   " - DELEGACION " DLQ-DELEGATION-ID
           ELSE
               DISPLAY "SIN DELEGACION VIGENTE DE " WS-ACTING-FOR
                   " PARA APROBAR REVERSIONES"
               SET WS-ACTING-OK TO FALSE
           END-IF.
       SELECT-ACTING-FOR-EXIT.
           EXIT.

      *    Decisions taken for another supervisor are logged with
      *    both names; the reversal itself keeps who acted.
       LOG-DELEGATED-DECISION.
           IF WS-ACTING-FOR NOT = SPACES
               MOVE 'W' TO DLQ-FUNCTION
               MOVE WS-ACTING-FOR TO DLQ-DELEGATOR
               MOVE SPACES TO DLQ-ITEM-KEY
               MOVE WS-PND-REFERENCE(WS-ENTRY-NUM) TO
                   DLQ-ITEM-KEY(1:10)
               IF DLQ-DECISION = 'A'
                   MOVE REV-NUMBER TO DLQ-ITEM-KEY(11:8)
               END-IF
               MOVE SPACES TO DLQ-MAKER
               CALL "DELEG-CHECK" USING DELEGATION-REQUEST
           END-IF.

       LIST-PENDING.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT
                           "ABIERTO - APROBACION RECHAZADA"
                   ELSE
                       PERFORM RELEASE-REVERSAL
                       IF WS-RELEASED
                           SET WS-PND-APPROVED(WS-ENTRY-NUM) TO TRUE
                           MOVE 'A' TO DLQ-DECISION
                           PERFORM LOG-DELEGATED-DECISION
                           DISPLAY "REVERSION APROBADA Y LIBERADA"
                       END-IF
                   END-IF
               END-IF
           END-IF.
               WRITE REJECTED-RECORD
               CLOSE REJECTED-FILE
               SET WS-PND-DENIED(WS-ENTRY-NUM) TO TRUE
               MOVE 'D' TO DLQ-DECISION
               PERFORM LOG-DELEGATED-DECISION
               DISPLAY "REVERSION DENEGADA"
           END-IF.

           MOVE ZERO TO REV-EXTRACT-DATE.
           MOVE SPACE TO REV-SETTLE-FLAG.
           MOVE WS-PND-REASON(WS-ENTRY-NUM) TO REV-REASON-CODE.
           ACCEPT REV-KEYED-DATE FROM DATE YYYYMMDD.
           ACCEPT REV-KEYED-TIME FROM TIME.
           MOVE "REVERSAL" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           SET WS-RELEASED TO FALSE.
           IF RNQ-ISSUED
               MOVE RNQ-NUMBER TO REV-NUMBER
               PERFORM WRITE-RELEASED-REVERSAL
           ELSE
               DISPLAY "SIN NUMERO DE REVERSION - LA REVERSION "
                   "QUEDA PENDIENTE"
           END-IF.
           IF WS-RELEASED
               PERFORM RECORD-RELEASE
           END-IF.

      *    REVERSAL.DAT is keyed by REV-NUMBER; a reversal that cannot
      *    be filed under its number stays in the queue.
       WRITE-RELEASED-REVERSAL.
           OPEN I-O REVERSAL-FILE.
           IF WS-REV-STATUS = "35"
               OPEN OUTPUT REVERSAL-FILE
               CLOSE REVERSAL-FILE
               OPEN I-O REVERSAL-FILE
           END-IF.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO DISPONIBLE - STATUS "
                   WS-REV-STATUS " - LA REVERSION QUEDA PENDIENTE"
           ELSE
               WRITE REVERSAL-RECORD
                   INVALID KEY
                       DISPLAY "REVERSION " REV-NUMBER
                           " YA EXISTE EN REVERSAL.DAT - LA "
                           "REVERSION QUEDA PENDIENTE"
                   NOT INVALID KEY
                       SET WS-RELEASED TO TRUE
               END-WRITE
               CLOSE REVERSAL-FILE
           END-IF.

       RECORD-RELEASE.
           PERFORM UPDATE-BALANCE-FILE.

           MOVE WS-PND-REFERENCE(WS-ENTRY-NUM) TO RD-REFERENCE.
           OPEN EXTEND RECON-REPORT-FILE.
           IF WS-RCN-STATUS = "35"
               OPEN OUTPUT RECON-REPORT-FILE
               CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST
               WRITE RECON-REPORT-LINE FROM ENV-BANNER
           END-IF.
           WRITE RECON-REPORT-LINE FROM WS-RECON-DETAIL.
           CLOSE RECON-REPORT-FILE.
