           02 ACK-DATE      PIC 9(8).

       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  NOTICE-REPORT-FILE.
       01  NOTICE-REPORT-LINE PIC X(80).
       01  WS-PENDING-COUNT PIC 9(4) VALUE ZERO.

       COPY RUNSTAMP.
       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-ACK-TABLE.

           OPEN OUTPUT NOTICE-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE NOTICE-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO NOTICE-REPORT-LINE.
           STRING "AVISOS SIN ACUSE DE RECIBO AL " WS-RUN-DATE
               DELIMITED BY SIZE INTO NOTICE-REPORT-LINE.
