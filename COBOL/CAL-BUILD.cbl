           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-DESC PIC X(20).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-PERFORM.

           OPEN OUTPUT LISTING-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE LISTING-LINE FROM ENV-BANNER.
           MOVE SPACES TO LISTING-LINE.
           STRING "CALENDARIO GENERADO PARA " WS-BUILD-YEAR
               " EL " WS-RUN-DATE
