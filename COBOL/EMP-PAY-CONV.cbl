      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-PAY-CONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-EMPLOYEE-MASTER ASSIGN TO "EMPMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-EMP-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-EMPLOYEE-MASTER.
      *    The 60-byte layout with the birth date but without pay.
      *    As with the birth-date conversion the live master cannot
      *    be widened in place, so the old file is read under its own
      *    layout and a fresh master is loaded under the current
      *    EMPREC with no pay; personnel then loads the rates through
      *    EMPTRAN.DAT cambios.
       01  OLD-EMPLOYEE-RECORD.
           02 OLD-EMP-ID         PIC 9(6).
           02 OLD-EMP-NOMBRE     PIC A(20).
           02 OLD-EMP-APELLIDO   PIC A(20).
           02 OLD-EMP-EDAD       PIC 9(2).
           02 OLD-EMP-DEPT       PIC X(4).
           02 OLD-EMP-BIRTH-DATE PIC 9(8).

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS PIC XX.
       01  WS-EMP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01  WS-CONVERTED-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-EMPLOYEE-MASTER.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "EMP-PAY-CONV - EMPMAST.OLD NO DISPONIBLE "
                   "- STATUS " WS-OLD-STATUS
               DISPLAY "RENOMBRAR EL VIEJO EMPMAST.DAT A "
                   "EMPMAST.OLD ANTES DE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NO SE PUDO CREAR - STATUS "
                   WS-EMP-STATUS
               CLOSE OLD-EMPLOYEE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF
               READ OLD-EMPLOYEE-MASTER
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-EMPLOYEE
               END-READ
           END-PERFORM.

           CLOSE OLD-EMPLOYEE-MASTER.
           CLOSE EMPLOYEE-MASTER.

           DISPLAY "EMP-PAY-CONV - " WS-READ-COUNT " LEIDOS, "
               WS-CONVERTED-COUNT " CARGADOS SIN TARIFA DE PAGO".
           GOBACK.

       CONVERT-ONE-EMPLOYEE.
           MOVE OLD-EMP-ID TO EMP-ID.
           MOVE OLD-EMP-NOMBRE TO EMP-NOMBRE.
           MOVE OLD-EMP-APELLIDO TO EMP-APELLIDO.
           MOVE OLD-EMP-EDAD TO EMP-EDAD.
           MOVE OLD-EMP-DEPT TO EMP-DEPT.
           MOVE OLD-EMP-BIRTH-DATE TO EMP-BIRTH-DATE.
           MOVE ZERO TO EMP-PAY-RATE.
           MOVE SPACE TO EMP-PAY-BASIS.
           MOVE ZERO TO EMP-MANAGER-ID.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN EL VIEJO MAESTRO: "
                       OLD-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

       END PROGRAM EMP-PAY-CONV.
