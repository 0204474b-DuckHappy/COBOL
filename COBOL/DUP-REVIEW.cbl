      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE ASSIGN TO "DUPCAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDIDATE-FILE.
       COPY DUPCAND.

       WORKING-STORAGE SECTION.
       01  WS-DUP-STATUS PIC XX.
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

       01  WS-DUP-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-DUP-OVERFLOW VALUE 'Y'.
       01  WS-DUP-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DUP-TABLE.
           02 WS-DUP-ENTRY OCCURS 2000 TIMES.
               03 WS-TBL-RECORD PIC X(91).

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.

       01  WS-LIST-LINE.
           02 LL-NUM PIC ZZZ9.
           02 FILLER PIC X(2) VALUE ". ".
           02 LL-KIND PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 LL-KEY-1 PIC X(6).
           02 FILLER PIC X(3) VALUE " / ".
           02 LL-KEY-2 PIC X(6).
           02 FILLER PIC X(7) VALUE " PUNT. ".
           02 LL-SCORE PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 LL-REASON PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 LL-DATE PIC 9(8).

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
               DISPLAY "SOLO SUPERVISORES PUEDEN DISPOSICIONAR"
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-CANDIDATE-TABLE.
           IF WS-DUP-OVERFLOW
               DISPLAY "DUPCAND.DAT EXCEDE LA TABLA - SESION "
                   "CANCELADA PARA NO PERDER PAREJAS"
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DUP-COUNT = ZERO
               DISPLAY "DUPCAND.DAT SIN CANDIDATOS"
           END-IF.

           PERFORM UNTIL WS-DONE
               PERFORM SHOW-REVIEW-MENU
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-OPEN-CANDIDATES
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
               PERFORM SAVE-CANDIDATE-TABLE
           END-IF.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           GOBACK.

       SHOW-REVIEW-MENU.
           DISPLAY "======================================".
           DISPLAY "REVISION DE CANDIDATOS A DUPLICADO".
           DISPLAY "L. LISTAR ABIERTOS".
           DISPLAY "D. DISPOSICIONAR (M/N)".
           DISPLAY "X. SALIR Y GUARDAR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       LIST-OPEN-CANDIDATES.
           MOVE ZERO TO WS-OPEN-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DUP-COUNT
               MOVE WS-TBL-RECORD(WS-SUB)
                   TO DUPLICATE-CANDIDATE-RECORD
               IF DUP-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-SUB TO LL-NUM
                   IF DUP-CUSTOMER
                       MOVE "CLIENTE" TO LL-KIND
                   ELSE
                       MOVE "EMPLEADO" TO LL-KIND
                   END-IF
                   MOVE DUP-KEY-1 TO LL-KEY-1
                   MOVE DUP-KEY-2 TO LL-KEY-2
                   MOVE DUP-SCORE TO LL-SCORE
                   MOVE DUP-REASON TO LL-REASON
                   MOVE DUP-RUN-DATE TO LL-DATE
                   DISPLAY WS-LIST-LINE
               END-IF
           END-PERFORM.
           DISPLAY "CANDIDATOS ABIERTOS : " WS-OPEN-COUNT.

       DISPOSITION-ENTRY.
           DISPLAY "NUMERO DE CANDIDATO : ".
           ACCEPT WS-ENTRY-NUM.
           IF WS-ENTRY-NUM = ZERO OR WS-ENTRY-NUM > WS-DUP-COUNT
               DISPLAY "CANDIDATO INEXISTENTE"
           ELSE
               MOVE WS-TBL-RECORD(WS-ENTRY-NUM)
                   TO DUPLICATE-CANDIDATE-RECORD
               IF NOT DUP-OPEN
                   DISPLAY "CANDIDATO YA DISPOSICIONADO"
               ELSE
                   DISPLAY "DISPOSICION M=FUSIONAR N=NO ES DUPLICADO : "
                   ACCEPT WS-DISP
                   IF WS-DISP = 'M' OR WS-DISP = 'N'
                       DISPLAY "COMENTARIO : "
                       ACCEPT WS-COMMENT
                       MOVE WS-DISP TO DUP-DISP
                       MOVE SGN-OPERATOR-ID TO DUP-REVIEWER
                       MOVE WS-RUN-DATE TO DUP-DISP-DATE
                       MOVE WS-COMMENT TO DUP-COMMENT
                       MOVE DUPLICATE-CANDIDATE-RECORD
                           TO WS-TBL-RECORD(WS-ENTRY-NUM)
                       SET WS-CHANGED TO TRUE
                       DISPLAY "CANDIDATO DISPOSICIONADO"
                   ELSE
                       DISPLAY "DISPOSICION INVALIDA"
                   END-IF
               END-IF
           END-IF.

       LOAD-CANDIDATE-TABLE.
           OPEN INPUT CANDIDATE-FILE.
           IF WS-DUP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CANDIDATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DUP-COUNT >= 2000
                               SET WS-DUP-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-DUP-COUNT
                               MOVE DUPLICATE-CANDIDATE-RECORD
                                   TO WS-TBL-RECORD(WS-DUP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANDIDATE-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-CANDIDATE-TABLE.
           OPEN OUTPUT CANDIDATE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DUP-COUNT
               MOVE WS-TBL-RECORD(WS-SUB)
                   TO DUPLICATE-CANDIDATE-RECORD
               WRITE DUPLICATE-CANDIDATE-RECORD
           END-PERFORM.
           CLOSE CANDIDATE-FILE.

       END PROGRAM DUP-REVIEW.
