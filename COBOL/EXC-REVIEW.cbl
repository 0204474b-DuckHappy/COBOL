           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-ACTING-OK-FLAG PIC X VALUE 'Y'.
           88 WS-ACTING-OK VALUE 'Y' FALSE 'N'.
       01  WS-ACTING-FOR PIC X(8) VALUE SPACES.

       01  WS-ACTION PIC X.
       01  WS-ENTRY-NUM PIC 9(3).
               03 WS-TBL-REVIEWER PIC X(8).
               03 WS-TBL-DISP-DATE PIC 9(8).
               03 WS-TBL-COMMENT PIC X(30).
               03 WS-TBL-SOURCE PIC X(8).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY DELEGRQ.

       01  WS-LIST-LINE.
           02 LL-NUM PIC ZZ9.
           02 LL-BAND PIC 9.
           02 FILLER PIC X(7) VALUE " FECHA ".
           02 LL-DATE PIC 9(8).
           02 FILLER PIC X(8) VALUE " FUENTE ".
           02 LL-SOURCE PIC X(8).

       01  WS-OPEN-LINE.
           02 FILLER PIC X(9) VALUE "ABIERTA: ".
           02 FILLER PIC X(6) VALUE " DIAS ".
           02 OL-DAYS PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'I' TO WIN-MODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM SELECT-ACTING-FOR THRU SELECT-ACTING-FOR-EXIT.
           IF NOT WS-ACTING-OK
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-EXCEPTION-TABLE.
           IF WS-EXC-OVERFLOW
               DISPLAY "CONDEXC.DAT EXCEDE LA TABLA - SESION "
           DISPLAY "X. SALIR Y GUARDAR".
           DISPLAY "SELECCIONE UNA OPCION : ".

      *    An operator covering for an absent supervisor chooses at
      *    sign-on whose name the session acts in; only a delegation
      *    in force today for this queue is accepted.
       SELECT-ACTING-FOR.
           MOVE SPACES TO WS-ACTING-FOR.
           MOVE 'F' TO DLQ-FUNCTION.
           MOVE 'E' TO DLQ-QUEUE.
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
                   " PARA DISPOSICIONAR"
               SET WS-ACTING-OK TO FALSE
           END-IF.
       SELECT-ACTING-FOR-EXIT.
           EXIT.

      *    Decisions taken for another supervisor are logged with
      *    both names; EXC-REVIEWER keeps who acted.
       LOG-DELEGATED-DECISION.
           IF WS-ACTING-FOR NOT = SPACES
               MOVE 'W' TO DLQ-FUNCTION
               MOVE WS-ACTING-FOR TO DLQ-DELEGATOR
               MOVE WS-DISP TO DLQ-DECISION
               MOVE WS-TBL-DATE(WS-ENTRY-NUM) TO DLQ-ITEM-KEY(1:8)
               MOVE WS-TBL-TIME(WS-ENTRY-NUM) TO DLQ-ITEM-KEY(9:8)
               MOVE WS-TBL-A(WS-ENTRY-NUM) TO DLQ-ITEM-KEY(17:2)
               MOVE WS-TBL-B(WS-ENTRY-NUM) TO DLQ-ITEM-KEY(19:2)
               MOVE SPACES TO DLQ-MAKER
               CALL "DELEG-CHECK" USING DELEGATION-REQUEST
           END-IF.

       LIST-OPEN-EXCEPTIONS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXC-COUNT
                   MOVE WS-TBL-R(WS-SUB) TO LL-R
                   MOVE WS-TBL-BAND(WS-SUB) TO LL-BAND
                   MOVE WS-TBL-DATE(WS-SUB) TO LL-DATE
                   MOVE WS-TBL-SOURCE(WS-SUB) TO LL-SOURCE
                   DISPLAY WS-LIST-LINE
               END-IF
           END-PERFORM.
                           TO WS-TBL-DISP-DATE(WS-ENTRY-NUM)
                       MOVE WS-COMMENT
                           TO WS-TBL-COMMENT(WS-ENTRY-NUM)
                       PERFORM LOG-DELEGATED-DECISION
                       DISPLAY "EXCEPCION DISPOSICIONADA"
                   ELSE
                       DISPLAY "DISPOSICION INVALIDA"
               MOVE ZERO TO WS-TBL-DISP-DATE(WS-EXC-COUNT)
           END-IF.
           MOVE EXC-COMMENT TO WS-TBL-COMMENT(WS-EXC-COUNT).
           MOVE EXC-SOURCE TO WS-TBL-SOURCE(WS-EXC-COUNT).

       SAVE-EXCEPTION-TABLE.
           OPEN OUTPUT EXCEPTION-FILE.
               MOVE WS-TBL-REVIEWER(WS-SUB) TO EXC-REVIEWER
               MOVE WS-TBL-DISP-DATE(WS-SUB) TO EXC-DISP-DATE
               MOVE WS-TBL-COMMENT(WS-SUB) TO EXC-COMMENT
               MOVE WS-TBL-SOURCE(WS-SUB) TO EXC-SOURCE
               WRITE EXCEPTION-RECORD
           END-PERFORM.
           CLOSE EXCEPTION-FILE.

       WRITE-OPEN-ITEMS-REPORT.
           OPEN OUTPUT OPEN-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE OPEN-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO OPEN-REPORT-LINE.
           STRING "EXCEPCIONES SIN DISPOSICION AL " WS-RUN-DATE
               DELIMITED BY SIZE INTO OPEN-REPORT-LINE.
