      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-EMP-AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "OPEREMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPM-STATUS PIC XX.
       01  WS-EMP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-COUNTS.
           02 WS-READ-COUNT      PIC 9(5) VALUE ZERO.
           02 WS-SYSTEM-COUNT    PIC 9(5) VALUE ZERO.
           02 WS-LISTED-COUNT    PIC 9(5) VALUE ZERO.
           02 WS-ACTIVE-LISTED   PIC 9(5) VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-HDR-LINE.
           02 FILLER PIC X(33)
               VALUE "OPERADORES SIN EMPLEADO ACTIVO - ".
           02 WH-YYYY PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WH-MM PIC 9(2).
           02 FILLER PIC X(1) VALUE "-".
           02 WH-DD PIC 9(2).

       01  WS-DETAIL-LINE.
           02 DL-OPERATOR PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-NAME PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 DL-ROLE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-STATUS PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-EMP-ID PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 DL-REASON PIC X(25).

       01  WS-COUNT-LINE.
           02 WC-LABEL PIC X(30).
           02 WC-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPM-STATUS NOT = "00"
               DISPLAY "OPERMAST.DAT NO DISPONIBLE - STATUS "
                   WS-OPM-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NO DISPONIBLE - STATUS "
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE OPERATOR-MASTER
               GOBACK
           END-IF.

           OPEN OUTPUT AUDIT-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE AUDIT-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-YYYY TO WH-YYYY.
           MOVE WS-RUN-MM TO WH-MM.
           MOVE WS-RUN-DD TO WH-DD.
           WRITE AUDIT-REPORT-LINE FROM WS-HDR-LINE.

           PERFORM UNTIL WS-EOF
               READ OPERATOR-MASTER
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-OPERATOR
               END-READ
           END-PERFORM.

           CLOSE OPERATOR-MASTER.
           CLOSE EMPLOYEE-MASTER.

           PERFORM WRITE-AUDIT-TOTALS.
           CLOSE AUDIT-REPORT-FILE.

           IF WS-ACTIVE-LISTED > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "OPER-EMP-AUDIT - OPERADORES " WS-READ-COUNT
               " SIN EMPLEADO ACTIVO " WS-LISTED-COUNT
               " (ACTIVOS " WS-ACTIVE-LISTED ")".

           GOBACK.

      *    A system account carries no employee and is only counted.
      *    Any other operator needs an employee still on EMPMAST.DAT;
      *    a BAJA deletes the employee, so a missing one has left.
       CHECK-ONE-OPERATOR.
           MOVE SPACES TO DL-REASON.
           IF OPM-EMP-ID = SPACES
               IF OPM-ROLE = "BATCH"
                   ADD 1 TO WS-SYSTEM-COUNT
               ELSE
                   MOVE "SIN EMPLEADO VINCULADO" TO DL-REASON
               END-IF
           ELSE
               IF OPM-EMP-ID IS NOT NUMERIC
                   MOVE "ID DE EMPLEADO INVALIDO" TO DL-REASON
               ELSE
                   MOVE OPM-EMP-ID-N TO EMP-ID
                   SET WS-FOUND TO TRUE
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           SET WS-FOUND TO FALSE
                   END-READ
                   IF NOT WS-FOUND
                       MOVE "EMPLEADO DE BAJA O INEXIST" TO DL-REASON
                   END-IF
               END-IF
           END-IF.
           IF DL-REASON NOT = SPACES
               PERFORM WRITE-OPERATOR-LINE
           END-IF.

       WRITE-OPERATOR-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE OPM-ID TO DL-OPERATOR.
           MOVE OPM-NAME TO DL-NAME.
           MOVE OPM-ROLE TO DL-ROLE.
           MOVE OPM-EMP-ID TO DL-EMP-ID.
           IF OPM-ACTIVE-FLAG = 'Y'
               MOVE "ACTIVO" TO DL-STATUS
               ADD 1 TO WS-ACTIVE-LISTED
           ELSE
               MOVE "INACTIVO" TO DL-STATUS
           END-IF.
           WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-AUDIT-TOTALS.
           MOVE "OPERADORES REVISADOS        : " TO WC-LABEL.
           MOVE WS-READ-COUNT TO WC-COUNT.
           WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "  CUENTAS DE SISTEMA        : " TO WC-LABEL.
           MOVE WS-SYSTEM-COUNT TO WC-COUNT.
           WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "SIN EMPLEADO ACTIVO         : " TO WC-LABEL.
           MOVE WS-LISTED-COUNT TO WC-COUNT.
           WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "  AUN ACTIVOS - DESACTIVAR  : " TO WC-LABEL.
           MOVE WS-ACTIVE-LISTED TO WC-COUNT.
           WRITE AUDIT-REPORT-LINE FROM WS-COUNT-LINE.

       END PROGRAM OPER-EMP-AUDIT.
