           88 WS-SWAPPED VALUE 'Y' FALSE 'N'.

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY ACCLOGRQ.

       01  WS-FIND-LINE.
           02 FL-DATE PIC 9(8).
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "ARCHIVO A CONSULTAR (ALL = TODOS) : ".
           ACCEPT WS-ASK-FILE.
           DISPLAY "DESDE AAAAMMDD (00000000 = SIN LIMITE) : ".
               DISPLAY "ARCHIDX.DAT NO DISPONIBLE - STATUS "
                   WS-AIX-STATUS " - SIN JUEGOS INDEXADOS"
               MOVE 8 TO RETURN-CODE
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF

           DISPLAY "ARCH-INQUIRY - " WS-FOUND-COUNT
               " REGISTROS EN ARCHFIND.DAT".

           MOVE SGN-OPERATOR-ID TO ACQ-OPERATOR.
           MOVE "ARCH-INQUIRY" TO ACQ-PROGRAM.
           MOVE SPACES TO ACQ-CRITERIA.
           STRING WS-ASK-FILE " " WS-FROM-DATE "-" WS-TO-DATE
               " OP " WS-ASK-OPERATOR " SB " WS-ASK-SEVERITY
               WS-ASK-BAND
               DELIMITED BY SIZE INTO ACQ-CRITERIA.
           MOVE WS-FOUND-COUNT TO ACQ-RETURNED.
           CALL "ACC-LOG" USING ACCESS-LOG-REQUEST.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           GOBACK.

       SCAN-ONE-ARCHIVE-SET.
