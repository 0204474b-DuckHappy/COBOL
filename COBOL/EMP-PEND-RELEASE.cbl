           02 PNA-EDAD     PIC 9(2).
           02 PNA-DEPT     PIC X(4).
           02 PNA-HELD-DATE PIC 9(8).
           02 PNA-PAY.
               03 PNA-PAY-RATE  PIC 9(7)V99.
               03 PNA-PAY-BASIS PIC X.
           02 PNA-MANAGER   PIC X(6).
           02 PNA-MANAGER-N REDEFINES PNA-MANAGER PIC 9(6).

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.
           88 WS-DONE VALUE 'Y'.
       01  WS-BEFORE-IMAGE PIC X(52).
       01  WS-AFTER-IMAGE  PIC X(52).
       01  WS-BEFORE-PAY PIC X(10).
       01  WS-AFTER-PAY  PIC X(10).
       01  WS-AFTER-MGR  PIC X(6).
       01  WS-RELEASE-MGR PIC 9(6).
       01  WS-BIRTH-YYYY PIC 9(4).

       01  WS-ACTION PIC X.
       01  WS-PEND-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PEND-TABLE.
           02 WS-PEND-ENTRY OCCURS 200 TIMES.
               03 WS-PND-RECORD PIC X(77).
               03 WS-PND-STATE  PIC X.
                  88 WS-PND-OPEN     VALUE 'P'.
                  88 WS-PND-RELEASED VALUE 'A'.
           IF WS-ENTRY-NUM > ZERO
               MOVE WS-PND-RECORD(WS-ENTRY-NUM)
                   TO PENDING-ALTA-RECORD
               PERFORM CHECK-HELD-MANAGER
               MOVE PNA-EMP-ID TO EMP-ID
               MOVE PNA-NOMBRE TO EMP-NOMBRE
               MOVE PNA-APELLIDO TO EMP-APELLIDO
               COMPUTE WS-BIRTH-YYYY = WS-RUN-YYYY - PNA-EDAD
               COMPUTE EMP-BIRTH-DATE =
                   (WS-BIRTH-YYYY * 10000) + 0701
               IF PNA-PAY = SPACES
                   MOVE ZERO TO EMP-PAY-RATE
                   MOVE SPACE TO EMP-PAY-BASIS
               ELSE
                   MOVE PNA-PAY-RATE TO EMP-PAY-RATE
                   MOVE PNA-PAY-BASIS TO EMP-PAY-BASIS
               END-IF
               MOVE WS-RELEASE-MGR TO EMP-MANAGER-ID
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       DISPLAY "EMP-ID YA EXISTE - NO LIBERADA"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-BEFORE-PAY
                       MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                       MOVE EMP-PAY TO WS-AFTER-PAY
                       MOVE EMP-MANAGER-ID TO WS-AFTER-MGR
                       PERFORM WRITE-HISTORY-ENTRY
                       SET WS-PND-RELEASED(WS-ENTRY-NUM) TO TRUE
                       DISPLAY "ALTA LIBERADA SOBRE EL PRESUPUESTO"
               END-WRITE
           END-IF.

      *    The manager named on the ALTA may have left while it was
      *    held; the employee is then loaded without a manager.
       CHECK-HELD-MANAGER.
           MOVE ZERO TO WS-RELEASE-MGR.
           IF PNA-MANAGER NOT = SPACES AND PNA-MANAGER IS NUMERIC
               MOVE PNA-MANAGER-N TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       DISPLAY "JEFE " PNA-MANAGER " YA NO FIGURA - "
                           "ALTA SIN JEFE ASIGNADO"
                   NOT INVALID KEY
                       MOVE PNA-MANAGER-N TO WS-RELEASE-MGR
               END-READ
           END-IF.

       DISCARD-ENTRY.
           PERFORM ASK-ENTRY-NUM.
           IF WS-ENTRY-NUM > ZERO
           MOVE SGN-OPERATOR-ID TO HIS-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO HIS-AFTER-IMAGE.
           MOVE WS-BEFORE-PAY TO HIS-BEFORE-PAY.
           MOVE WS-AFTER-PAY TO HIS-AFTER-PAY.
           MOVE SPACES TO HIS-BEFORE-MGR.
           MOVE WS-AFTER-MGR TO HIS-AFTER-MGR.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIS-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
