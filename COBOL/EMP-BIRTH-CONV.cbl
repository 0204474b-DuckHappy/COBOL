           COMPUTE WS-BIRTH-YYYY = WS-RUN-YYYY - OLD-EMP-EDAD.
           COMPUTE EMP-BIRTH-DATE =
               (WS-BIRTH-YYYY * 10000) + 0701.
           MOVE ZERO TO EMP-PAY-RATE.
           MOVE SPACE TO EMP-PAY-BASIS.
           MOVE ZERO TO EMP-MANAGER-ID.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN EL VIEJO MAESTRO: "
