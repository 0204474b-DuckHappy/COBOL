      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-ACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL-FILE ASSIGN TO "ONCALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONCALL-FILE.
       COPY ONCPAGE.

       WORKING-STORAGE SECTION.
       01  WS-ONC-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01  WS-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-CHANGED VALUE 'Y'.
       01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-OVERFLOW VALUE 'Y' FALSE 'N'.

       01  WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-PAGE-SUB PIC 9(4).
       01  WS-PAGE-TABLE.
           02 WS-PAGE-ENTRY OCCURS 1000 TIMES PIC X(199).
       01  WS-OPEN-COUNT PIC 9(4).
       01  WS-ENTRY-NUM PIC 9(4).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY AUTHRQ.

       01  WS-LIST-LINE.
           02 LL-NUMBER PIC ZZZ9.
           02 FILLER PIC X(2) VALUE ". ".
           02 LL-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-HH PIC 9(2).
           02 FILLER PIC X(1) VALUE ":".
           02 LL-MM PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-STEP PIC X(20).
           02 FILLER PIC X(9) VALUE " TITULAR ".
           02 LL-HOLDER PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-STATE PIC X(9).
       01  WS-MSG-LINE.
           02 FILLER PIC X(6) VALUE SPACES.
           02 ML-MESSAGE PIC X(70).

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
           MOVE "ONCALL-ACK" TO AUT-PROGRAM.
           MOVE 'C' TO AUT-FUNCTION.
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

      *    Pages past their time are moved to the backup first, so
      *    the list shows who holds each page now.
           CALL "ONCALL-ESCALATE".
           PERFORM LOAD-PAGE-TABLE.
           IF WS-OVERFLOW
               DISPLAY "ONCALL.DAT HAS MORE THAN 1000 PAGES - "
                   "CONFIRMATION NOT AVAILABLE"
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM LIST-OPEN-PAGES
               IF WS-OPEN-COUNT = ZERO
                   DISPLAY "NO HAY AVISOS PENDIENTES DE CONFIRMAR"
                   SET WS-DONE TO TRUE
               ELSE
                   DISPLAY "NUMERO DE AVISO A CONFIRMAR (0 = SALIR) : "
                   ACCEPT WS-ENTRY-NUM
                   IF WS-ENTRY-NUM = ZERO
                       SET WS-DONE TO TRUE
                   ELSE
                       PERFORM ACKNOWLEDGE-PAGE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CHANGED
               PERFORM SAVE-PAGE-TABLE
               DISPLAY "CONFIRMACIONES GUARDADAS EN ONCALL.DAT"
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.

           GOBACK.

       LIST-OPEN-PAGES.
           MOVE ZERO TO WS-OPEN-COUNT.
           DISPLAY "======================================".
           DISPLAY "AVISOS A GUARDIA PENDIENTES".
           PERFORM VARYING WS-PAGE-SUB FROM 1 BY 1
                   UNTIL WS-PAGE-SUB > WS-PAGE-COUNT
               MOVE WS-PAGE-ENTRY(WS-PAGE-SUB) TO ONCALL-RECORD
               IF ONC-RAISED OR ONC-ESCALATED
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-PAGE-SUB TO LL-NUMBER
                   MOVE ONC-DATE TO LL-DATE
                   MOVE ONC-TIME(1:2) TO LL-HH
                   MOVE ONC-TIME(3:2) TO LL-MM
                   MOVE ONC-STEP TO LL-STEP
                   MOVE ONC-HOLDER TO LL-HOLDER
                   IF ONC-ESCALATED
                       MOVE "ESCALADO" TO LL-STATE
                   ELSE
                       MOVE "PENDIENTE" TO LL-STATE
                   END-IF
                   DISPLAY WS-LIST-LINE
                   MOVE ONC-MESSAGE TO ML-MESSAGE
                   DISPLAY WS-MSG-LINE
                   IF ONC-RUNBOOK NOT = SPACES
                       DISPLAY "      PROCEDIMIENTO " ONC-RBK-MSG-ID
                           " / " ONC-RBK-STEP
                   END-IF
               END-IF
           END-PERFORM.

       ACKNOWLEDGE-PAGE.
           IF WS-ENTRY-NUM > WS-PAGE-COUNT
               DISPLAY "AVISO INEXISTENTE"
           ELSE
               MOVE WS-PAGE-ENTRY(WS-ENTRY-NUM) TO ONCALL-RECORD
               IF NOT ONC-RAISED AND NOT ONC-ESCALATED
                   DISPLAY "AVISO YA CONFIRMADO O SIN ROTA"
               ELSE
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-RUN-TIME FROM TIME
                   MOVE 'A' TO ONC-STATE
                   MOVE WS-RUN-DATE TO ONC-ACK-DATE
                   MOVE WS-RUN-TIME TO ONC-ACK-TIME
                   MOVE SGN-OPERATOR-ID TO ONC-ACK-BY
                   MOVE ONCALL-RECORD TO WS-PAGE-ENTRY(WS-ENTRY-NUM)
                   SET WS-CHANGED TO TRUE
                   IF SGN-OPERATOR-ID NOT = ONC-HOLDER
                       DISPLAY "AVISO CONFIRMADO POR " SGN-OPERATOR-ID
                           " - TITULAR ERA " ONC-HOLDER
                   ELSE
                       DISPLAY "AVISO CONFIRMADO"
                   END-IF
               END-IF
           END-IF.

       LOAD-PAGE-TABLE.
           OPEN INPUT ONCALL-FILE.
           IF WS-ONC-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ONCALL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PAGE-COUNT >= 1000
                               SET WS-OVERFLOW TO TRUE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-PAGE-COUNT
                               MOVE ONCALL-RECORD TO
                                   WS-PAGE-ENTRY(WS-PAGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    Pages EOD-DRIVER appended while the operator was working
      *    the list are carried over rather than lost.
       SAVE-PAGE-TABLE.
           MOVE ZERO TO WS-PAGE-SUB.
           OPEN INPUT ONCALL-FILE.
           IF WS-ONC-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ONCALL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PAGE-SUB
                           IF WS-PAGE-SUB > WS-PAGE-COUNT
                               AND WS-PAGE-COUNT < 1000
                               ADD 1 TO WS-PAGE-COUNT
                               MOVE ONCALL-RECORD TO
                                   WS-PAGE-ENTRY(WS-PAGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
           SET WS-EOF TO FALSE.
           OPEN OUTPUT ONCALL-FILE.
           PERFORM VARYING WS-PAGE-SUB FROM 1 BY 1
                   UNTIL WS-PAGE-SUB > WS-PAGE-COUNT
               MOVE WS-PAGE-ENTRY(WS-PAGE-SUB) TO ONCALL-RECORD
               WRITE ONCALL-RECORD
           END-PERFORM.
           CLOSE ONCALL-FILE.

       END PROGRAM ONCALL-ACK.
