      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-CONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-MASTER ASSIGN TO "CUSTMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CUS-CODE
               FILE STATUS IS WS-OLD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CUSTOMER-MASTER.
      *    The original 47-byte layout: code, name, contact and
      *    active flag only. The live master cannot be widened in
      *    place, so the old file is read under its own layout and a
      *    fresh master is loaded under the current CUSTREC. Every
      *    customer starts with no credit limit, not on hold, in the
      *    default company of COMPANY.DAT and with no parent; limits,
      *    other companies and branches are then set through
      *    CUST-MAINT.
       01  OLD-CUSTOMER-RECORD.
           02 OLD-CUS-CODE         PIC X(6).
           02 OLD-CUS-NAME         PIC X(20).
           02 OLD-CUS-CONTACT      PIC X(20).
           02 OLD-CUS-ACTIVE-FLAG  PIC X.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01  WS-CONVERTED-COUNT PIC 9(5) VALUE ZERO.

       COPY CMPRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-CUSTOMER-MASTER.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "CUST-CONV - CUSTMAST.OLD NO DISPONIBLE "
                   "- STATUS " WS-OLD-STATUS
               DISPLAY "RENOMBRAR EL VIEJO CUSTMAST.DAT A "
                   "CUSTMAST.OLD ANTES DE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT NO SE PUDO CREAR - STATUS "
                   WS-CUS-STATUS
               CLOSE OLD-CUSTOMER-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.

           PERFORM UNTIL WS-EOF
               READ OLD-CUSTOMER-MASTER
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           CLOSE OLD-CUSTOMER-MASTER.
           CLOSE CUSTOMER-MASTER.

           DISPLAY "CUST-CONV - " WS-READ-COUNT " LEIDOS, "
               WS-CONVERTED-COUNT " CARGADOS EN LA EMPRESA "
               CMQ-DEFAULT-CODE.
           GOBACK.

       CONVERT-ONE-CUSTOMER.
           MOVE OLD-CUS-CODE TO CUS-CODE.
           MOVE OLD-CUS-NAME TO CUS-NAME.
           MOVE OLD-CUS-CONTACT TO CUS-CONTACT.
           MOVE OLD-CUS-ACTIVE-FLAG TO CUS-ACTIVE-FLAG.
           MOVE ZERO TO CUS-CREDIT-LIMIT.
           MOVE SPACE TO CUS-CREDIT-HOLD.
           MOVE CMQ-DEFAULT-CODE TO CUS-COMPANY.
           MOVE SPACES TO CUS-PARENT.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN EL VIEJO MAESTRO: "
                       OLD-CUS-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

       END PROGRAM CUST-CONV.
