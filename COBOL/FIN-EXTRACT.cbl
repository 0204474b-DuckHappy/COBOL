       01  WS-ABS-METRIC PIC 9(11)V999.

       COPY RUNSTAMP.
       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

      *    The extract is handed to the finance system, so a test or
      *    training copy must never produce one.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           IF NOT ENV-PROD
               DISPLAY ENV-BANNER
               DISPLAY "FIN-EXTRACT - EXTRACTO NO PERMITIDO FUERA DE "
                   "PRODUCCION"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "FECHA A EXTRAER AAAAMMDD (00000000 = HOY) : ".
           ACCEPT WS-EXTRACT-DATE.
           IF WS-EXTRACT-DATE = ZERO
