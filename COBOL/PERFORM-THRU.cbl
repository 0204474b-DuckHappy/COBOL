       COPY EMPHIST.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD PIC X(76).

       FD  GDG-INDEX-FILE.
       01  GDG-INDEX-RECORD.
       01  WS-BKC-STATUS PIC XX.
       01  WS-BEFORE-IMAGE PIC X(52).
       01  WS-AFTER-IMAGE  PIC X(52).
       01  WS-BEFORE-PAY PIC X(10).
       01  WS-AFTER-PAY  PIC X(10).
       01  WS-BEFORE-MGR PIC X(6).
       01  WS-AFTER-MGR  PIC X(6).
       01  WS-BACKUP-FILENAME.
           02 FILLER PIC X(8) VALUE "EMPMAST.".
           02 FILLER PIC X(1) VALUE "G".
           88 WS-TRAN-ADD    VALUE 'A'.
           88 WS-TRAN-CHANGE VALUE 'C'.
           88 WS-TRAN-DELETE VALUE 'D'.
           88 WS-TRAN-INQUIRY VALUE 'I'.
       01  WS-EMP-ID PIC 9(6).

       01  WS-FOUND-FLAG PIC X VALUE 'N'.
       COPY NUMVALID.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY ACCLOGRQ.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-TODAY PIC 9(8).
       01  WS-TODAY-R REDEFINES WS-TODAY.
           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

           DISPLAY "TIPO DE TRANSACCION (A=ALTA C=CAMBIO D=BAJA "
               "I=CONSULTA): ".
           ACCEPT WS-TRAN-TYPE.

      *    A consulta reads the master without the update lock or a
      *    backup generation and is logged as an access.
           IF WS-TRAN-INQUIRY
               PERFORM INQUIRE-MASTER-ENTRY
               MOVE 'O' TO SGN-FUNCTION
               CALL "OPER-SIGNON" USING SIGNON-REQUEST
               GOBACK
           END-IF.

           PERFORM CLAIM-UPDATE-LOCK.
           IF NOT WS-LOCK-FREE
               MOVE 8 TO RETURN-CODE

           PERFORM OPEN-MASTER.

           PERFORM SOL-EMP-ID.

           EVALUATE TRUE
           MOVE WS-OPERATOR-ID TO HIS-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO HIS-AFTER-IMAGE.
           MOVE WS-BEFORE-PAY TO HIS-BEFORE-PAY.
           MOVE WS-AFTER-PAY TO HIS-AFTER-PAY.
           MOVE WS-BEFORE-MGR TO HIS-BEFORE-MGR.
           MOVE WS-AFTER-MGR TO HIS-AFTER-MGR.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIS-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
                   SET WS-FOUND TO TRUE
           END-READ.

       INQUIRE-MASTER-ENTRY.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NO DISPONIBLE - STATUS "
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SOL-EMP-ID
               PERFORM READ-MASTER-ENTRY
               MOVE ZERO TO ACQ-RETURNED
               IF WS-FOUND
                   MOVE 1 TO ACQ-RETURNED
                   DISPLAY "EMPLEADO " EMP-ID " : " EMP-NOMBRE " "
                       EMP-APELLIDO
                   DISPLAY "EDAD : " EMP-EDAD " NACIMIENTO : "
                       EMP-BIRTH-DATE " DEPARTAMENTO : " EMP-DEPT
               ELSE
                   DISPLAY "EMPLEADO NO ENCONTRADO"
               END-IF
               CLOSE EMPLOYEE-MASTER
               MOVE WS-OPERATOR-ID TO ACQ-OPERATOR
               MOVE "NOMBRE-APELLIDO-EDAD" TO ACQ-PROGRAM
               MOVE SPACES TO ACQ-CRITERIA
               STRING "EMP-ID " WS-EMP-ID
                   DELIMITED BY SIZE INTO ACQ-CRITERIA
               CALL "ACC-LOG" USING ACCESS-LOG-REQUEST
           END-IF.

       ADD-MASTER-ENTRY.
           PERFORM READ-MASTER-ENTRY.
           IF WS-FOUND
               MOVE ED TO EMP-EDAD
               MOVE DEP TO EMP-DEPT
               PERFORM DERIVE-BIRTH-DATE
               MOVE ZERO TO EMP-PAY-RATE
               MOVE SPACE TO EMP-PAY-BASIS
               MOVE ZERO TO EMP-MANAGER-ID
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR DE ESCRITURA - ALTA RECHAZADA"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-BEFORE-PAY
                       MOVE SPACES TO WS-BEFORE-MGR
                       MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                       MOVE EMP-PAY TO WS-AFTER-PAY
                       MOVE EMP-MANAGER-ID TO WS-AFTER-MGR
                       PERFORM WRITE-HISTORY-ENTRY
               END-WRITE
           END-IF.
           PERFORM READ-MASTER-ENTRY.
           IF WS-FOUND
               MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
               MOVE EMP-PAY TO WS-BEFORE-PAY
               MOVE EMP-MANAGER-ID TO WS-BEFORE-MGR
               MOVE NOM TO EMP-NOMBRE
               MOVE APE TO EMP-APELLIDO
               MOVE ED TO EMP-EDAD
                       DISPLAY "ERROR DE REESCRITURA - CAMBIO RECHAZADO"
                   NOT INVALID KEY
                       MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                       MOVE EMP-PAY TO WS-AFTER-PAY
                       MOVE EMP-MANAGER-ID TO WS-AFTER-MGR
                       PERFORM WRITE-HISTORY-ENTRY
               END-REWRITE
           ELSE
           PERFORM READ-MASTER-ENTRY.
           IF WS-FOUND
               MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
               MOVE EMP-PAY TO WS-BEFORE-PAY
               MOVE EMP-MANAGER-ID TO WS-BEFORE-MGR
               DELETE EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "ERROR DE BORRADO - BAJA RECHAZADA"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE SPACES TO WS-AFTER-PAY
                       MOVE SPACES TO WS-AFTER-MGR
                       PERFORM WRITE-HISTORY-ENTRY
               END-DELETE
           ELSE
