           SELECT CHAIN-CONTROL-FILE ASSIGN TO "CHAINCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT SESSION-LOG-FILE ASSIGN TO "GOTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LOCK-FILE ASSIGN TO "EMPLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCK-STATUS.
           SELECT REVOKE-FILE ASSIGN TO "ACCREVOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 TRN-APELLIDO PIC A(20).
           02 TRN-EDAD     PIC 9(2).
           02 TRN-DEPT     PIC X(4).
      *    Blank pay on a CAMBIO leaves the current rate and basis
      *    alone; blank pay on an ALTA loads the employee unpaid.
           02 TRN-PAY.
               03 TRN-PAY-RATE  PIC 9(7)V99.
               03 TRN-PAY-BASIS PIC X.
      *    Manager's employee ID. Blank on a CAMBIO keeps the current
      *    manager, blank on an ALTA loads the employee without one;
      *    000000 removes the manager.
           02 TRN-MANAGER   PIC X(6).
           02 TRN-MANAGER-N REDEFINES TRN-MANAGER PIC 9(6).

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.
           02 PNA-EDAD     PIC 9(2).
           02 PNA-DEPT     PIC X(4).
           02 PNA-HELD-DATE PIC 9(8).
           02 PNA-PAY       PIC X(10).
           02 PNA-MANAGER   PIC X(6).

       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  SESSION-LOG-FILE.
       COPY GOTOLOG.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           02 LCK-OPERATOR PIC X(8).
           02 LCK-DATE PIC 9(8).
           02 LCK-TIME PIC 9(8).

       FD  REVOKE-FILE.
       COPY ACCREVK.

       WORKING-STORAGE SECTION.
       01  WS-TRN-STATUS PIC XX.
       01  WS-DEPT-SUB PIC 9(2).
       01  WS-BEFORE-IMAGE PIC X(52).
       01  WS-AFTER-IMAGE  PIC X(52).
       01  WS-BEFORE-PAY PIC X(10).
       01  WS-AFTER-PAY  PIC X(10).
       01  WS-BEFORE-MGR PIC X(6).
       01  WS-AFTER-MGR  PIC X(6).
       01  WS-MGR-WALK-ID PIC 9(6).
       01  WS-MGR-DEPTH PIC 9(3).
       01  WS-MGR-MAX-DEPTH PIC 9(3) VALUE 99.
       01  WS-MGR-WALK-DONE-FLAG PIC X.
           88 WS-MGR-WALK-DONE VALUE 'Y' FALSE 'N'.
       01  WS-MGR-EOF-FLAG PIC X.
           88 WS-MGR-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DIRECT-REPORTS PIC 9(5).
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01  WS-FOUND-FLAG PIC X VALUE 'N'.
       01  WS-JRN-STATUS PIC XX.
       01  WS-JRN-SEQ PIC 9(4) VALUE ZERO.
       01  WS-CHN-STATUS PIC XX.
       01  WS-OPM-STATUS PIC XX.
       01  WS-LOG-STATUS PIC XX.
       01  WS-LCK-STATUS PIC XX.
       01  WS-ACR-STATUS PIC XX.

      *    Operator master, loaded when a BAJA has to take away the
      *    person's operator IDs and saved back only if one changed.
       01  WS-OPM-COUNT PIC 9(3).
       01  WS-OPM-SUB PIC 9(3).
       01  WS-OPM-TABLE.
           02 WS-OPM-ENTRY OCCURS 100 TIMES PIC X(43).
       01  WS-OPM-LOAD-FLAG PIC X.
           88 WS-OPM-LOADED VALUE 'Y' FALSE 'N'.
       01  WS-OPM-CHANGED-FLAG PIC X.
           88 WS-OPM-CHANGED VALUE 'Y' FALSE 'N'.
       01  WS-OPM-EOF-FLAG PIC X.
           88 WS-OPM-EOF VALUE 'Y' FALSE 'N'.
       01  WS-LOG-EOF-FLAG PIC X.
           88 WS-LOG-EOF VALUE 'Y' FALSE 'N'.
       01  WS-SESSION-OPEN-FLAG PIC X.
           88 WS-SESSION-OPEN VALUE 'Y' FALSE 'N'.
       01  WS-LAST-SEQ PIC 9(7).
       01  WS-LOG-COUNT PIC 9(7).
       01  WS-REVOKED-COUNT PIC 9(5) VALUE ZERO.

       01  WS-COUNTS.
           02 WS-READ-COUNT     PIC 9(5) VALUE ZERO.
           02 WC-LABEL PIC X(30).
           02 WC-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               END-IF
           END-IF.

           IF WS-TRAN-VALID AND (TRN-TYPE = 'A' OR TRN-TYPE = 'C')
               AND TRN-PAY NOT = SPACES
               IF TRN-PAY-RATE IS NOT NUMERIC
                   OR (TRN-PAY-BASIS NOT = 'M'
                       AND TRN-PAY-BASIS NOT = 'D')
                   MOVE "PAGO" TO RJ-FIELD
                   MOVE TRN-PAY TO RJ-VALUE
                   MOVE "TARIFA O BASE DE PAGO INVALIDA" TO RJ-REASON
                   PERFORM REJECT-TRANSACTION
               END-IF
           END-IF.

           IF WS-TRAN-VALID AND (TRN-TYPE = 'A' OR TRN-TYPE = 'C')
               AND TRN-MANAGER NOT = SPACES
               PERFORM VALIDATE-MANAGER
           END-IF.

      *    A manager cannot leave while people still report to them;
      *    the reports must be moved to a new manager first.
           IF WS-TRAN-VALID AND TRN-TYPE = 'D'
               PERFORM COUNT-DIRECT-REPORTS
               IF WS-DIRECT-REPORTS > ZERO
                   MOVE "JEFE" TO RJ-FIELD
                   MOVE TRN-EMP-ID TO RJ-VALUE
                   MOVE "TIENE SUBORDINADOS - REASIGNAR" TO RJ-REASON
                   PERFORM REJECT-TRANSACTION
               END-IF
           END-IF.

       VALIDATE-MANAGER.
           IF TRN-MANAGER IS NOT NUMERIC
               MOVE "JEFE" TO RJ-FIELD
               MOVE TRN-MANAGER TO RJ-VALUE
               MOVE "NO NUMERICO" TO RJ-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               IF TRN-MANAGER-N = TRN-EMP-ID
                   MOVE "JEFE" TO RJ-FIELD
                   MOVE TRN-MANAGER TO RJ-VALUE
                   MOVE "JEFE DE SI MISMO" TO RJ-REASON
                   PERFORM REJECT-TRANSACTION
               ELSE
                   IF TRN-MANAGER-N NOT = ZERO
                       PERFORM WALK-MANAGER-CHAIN
                   END-IF
               END-IF
           END-IF.

      *    Climbs from the proposed manager to the top of the chain.
      *    The manager must still be on the master (a BAJA deletes
      *    the record), and the employee must not turn up above
      *    themselves, which would close a loop in the hierarchy.
       WALK-MANAGER-CHAIN.
           MOVE TRN-MANAGER-N TO WS-MGR-WALK-ID.
           MOVE ZERO TO WS-MGR-DEPTH.
           SET WS-MGR-WALK-DONE TO FALSE.
           PERFORM UNTIL WS-MGR-WALK-DONE OR NOT WS-TRAN-VALID
               ADD 1 TO WS-MGR-DEPTH
               MOVE WS-MGR-WALK-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       IF WS-MGR-DEPTH = 1
                           MOVE "JEFE" TO RJ-FIELD
                           MOVE TRN-MANAGER TO RJ-VALUE
                           MOVE "JEFE INEXISTENTE O DE BAJA"
                               TO RJ-REASON
                           PERFORM REJECT-TRANSACTION
                       ELSE
                           SET WS-MGR-WALK-DONE TO TRUE
                       END-IF
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN EMP-MANAGER-ID = ZERO
                               SET WS-MGR-WALK-DONE TO TRUE
                           WHEN EMP-MANAGER-ID = TRN-EMP-ID
                               MOVE "JEFE" TO RJ-FIELD
                               MOVE TRN-MANAGER TO RJ-VALUE
                               MOVE "CREA UN CICLO EN LA JERARQUIA"
                                   TO RJ-REASON
                               PERFORM REJECT-TRANSACTION
                           WHEN WS-MGR-DEPTH >= WS-MGR-MAX-DEPTH
                               MOVE "JEFE" TO RJ-FIELD
                               MOVE TRN-MANAGER TO RJ-VALUE
                               MOVE "CADENA DE JEFES SIN FIN"
                                   TO RJ-REASON
                               PERFORM REJECT-TRANSACTION
                           WHEN OTHER
                               MOVE EMP-MANAGER-ID TO WS-MGR-WALK-ID
                       END-EVALUATE
               END-READ
           END-PERFORM.

       COUNT-DIRECT-REPORTS.
           MOVE ZERO TO WS-DIRECT-REPORTS.
           SET WS-MGR-EOF TO FALSE.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-MASTER KEY NOT < EMP-ID
               INVALID KEY
                   SET WS-MGR-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-MGR-EOF OR WS-DIRECT-REPORTS > ZERO
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET WS-MGR-EOF TO TRUE
                   NOT AT END
                       IF EMP-MANAGER-ID = TRN-EMP-ID
                           ADD 1 TO WS-DIRECT-REPORTS
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ALTA.
           PERFORM READ-MASTER-ENTRY.
           IF WS-FOUND
           MOVE TRN-EDAD TO EMP-EDAD.
           MOVE TRN-DEPT TO EMP-DEPT.
           PERFORM DERIVE-BIRTH-DATE.
           MOVE ZERO TO EMP-PAY-RATE.
           MOVE SPACE TO EMP-PAY-BASIS.
           PERFORM APPLY-PAY-CHANGE.
           MOVE ZERO TO EMP-MANAGER-ID.
           PERFORM APPLY-MANAGER-CHANGE.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "EMP-ID" TO RJ-FIELD
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-ALTA-COUNT
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-BEFORE-PAY
                   MOVE SPACES TO WS-BEFORE-MGR
                   MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                   MOVE EMP-PAY TO WS-AFTER-PAY
                   MOVE EMP-MANAGER-ID TO WS-AFTER-MGR
                   PERFORM WRITE-HISTORY-ENTRY
                   IF WS-HC-HIT > ZERO
                       ADD 1 TO WS-HC-ACTUAL-TBL(WS-HC-HIT)
           MOVE TRN-EDAD TO PNA-EDAD.
           MOVE TRN-DEPT TO PNA-DEPT.
           MOVE WS-RUN-DATE TO PNA-HELD-DATE.
           MOVE TRN-PAY TO PNA-PAY.
           MOVE TRN-MANAGER TO PNA-MANAGER.
           OPEN EXTEND PENDING-ALTA-FILE.
           IF WS-PND-STATUS = "35"
               OPEN OUTPUT PENDING-ALTA-FILE
           PERFORM READ-MASTER-ENTRY.
           IF WS-FOUND
               MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
               MOVE EMP-PAY TO WS-BEFORE-PAY
               MOVE EMP-MANAGER-ID TO WS-BEFORE-MGR
               MOVE TRN-DEPT TO EMP-DEPT
               MOVE TRN-NOMBRE TO EMP-NOMBRE
               MOVE TRN-APELLIDO TO EMP-APELLIDO
               MOVE TRN-EDAD TO EMP-EDAD
               PERFORM DERIVE-BIRTH-DATE
               PERFORM APPLY-PAY-CHANGE
               PERFORM APPLY-MANAGER-CHANGE
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "EMP-ID" TO RJ-FIELD
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD 1 TO WS-CAMBIO-COUNT
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
                       MOVE "EMP-ID" TO RJ-FIELD
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD 1 TO WS-BAJA-COUNT
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE SPACES TO WS-AFTER-PAY
                       MOVE SPACES TO WS-AFTER-MGR
                       PERFORM WRITE-HISTORY-ENTRY
                       PERFORM REVOKE-OPERATOR-ACCESS
               END-DELETE
           ELSE
               MOVE "EMP-ID" TO RJ-FIELD
               PERFORM REJECT-TRANSACTION
           END-IF.

      *    A person who leaves loses every operator ID linked to
      *    them in OPERMAST.DAT, together with any session still
      *    open in their name and the employee master update lock.
       REVOKE-OPERATOR-ACCESS.
           PERFORM LOAD-OPERATOR-TABLE.
           IF NOT WS-OPM-LOADED
               DISPLAY "OPERMAST.DAT NO DISPONIBLE - STATUS "
                   WS-OPM-STATUS " - ACCESO DEL EMPLEADO "
                   TRN-EMP-ID " NO REVOCADO"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-OPM-CHANGED TO FALSE
               PERFORM VARYING WS-OPM-SUB FROM 1 BY 1
                       UNTIL WS-OPM-SUB > WS-OPM-COUNT
                   MOVE WS-OPM-ENTRY(WS-OPM-SUB) TO OPERATOR-RECORD
                   IF OPM-EMP-ID IS NUMERIC
                       AND OPM-EMP-ID-N = TRN-EMP-ID
                       AND OPM-ACTIVE-FLAG = 'Y'
                       MOVE 'N' TO OPM-ACTIVE-FLAG
                       MOVE OPERATOR-RECORD TO
                           WS-OPM-ENTRY(WS-OPM-SUB)
                       SET WS-OPM-CHANGED TO TRUE
                       PERFORM REVOKE-ONE-OPERATOR
                   END-IF
               END-PERFORM
               IF WS-OPM-CHANGED
                   PERFORM SAVE-OPERATOR-TABLE
               END-IF
           END-IF.

       REVOKE-ONE-OPERATOR.
           ADD 1 TO WS-REVOKED-COUNT.
           MOVE WS-RUN-DATE TO ACR-DATE.
           ACCEPT ACR-TIME FROM TIME.
           MOVE OPM-ID TO ACR-OPERATOR-ID.
           MOVE TRN-EMP-ID TO ACR-EMP-ID.
           MOVE OPM-ROLE TO ACR-PRIOR-ROLE.
           MOVE "BAJA DE EMPLEADO" TO ACR-REASON.
           MOVE "EMP-TRAN-APPLY" TO ACR-PROGRAM.
           PERFORM CLOSE-OPEN-SESSION.
           PERFORM RELEASE-OPERATOR-LOCK.
           OPEN EXTEND REVOKE-FILE.
           IF WS-ACR-STATUS = "35"
               OPEN OUTPUT REVOKE-FILE
           END-IF.
           WRITE ACCESS-REVOKE-RECORD.
           CLOSE REVOKE-FILE.
           DISPLAY "OPERADOR " OPM-ID " DESACTIVADO POR BAJA DEL "
               "EMPLEADO " TRN-EMP-ID.

      *    The operator's last session event decides whether a
      *    session is still open; it is force-closed the way the
      *    session sweeper closes a ghost session.
       CLOSE-OPEN-SESSION.
           SET ACR-SESSION-CLOSED TO FALSE.
           SET WS-SESSION-OPEN TO FALSE.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE ZERO TO WS-LOG-COUNT.
           OPEN INPUT SESSION-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               SET WS-LOG-EOF TO FALSE
               PERFORM UNTIL WS-LOG-EOF
                   READ SESSION-LOG-FILE
                       AT END
                           SET WS-LOG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOG-COUNT
                           IF LOG-SEQ-NUM IS NUMERIC
                               AND LOG-SEQ-NUM > WS-LAST-SEQ
                               MOVE LOG-SEQ-NUM TO WS-LAST-SEQ
                           END-IF
                           IF LOG-OPERATOR-ID = OPM-ID
                               IF LOG-EVENT = "SIGNON"
                                   SET WS-SESSION-OPEN TO TRUE
                               END-IF
                               IF LOG-EVENT = "SIGNOFF"
                                   OR LOG-EVENT = "SWEPTOFF"
                                   SET WS-SESSION-OPEN TO FALSE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-LOG-FILE
           END-IF.
           IF WS-SESSION-OPEN
               MOVE OPM-ID TO LOG-OPERATOR-ID
               MOVE WS-RUN-DATE TO LOG-DATE
               ACCEPT LOG-TIME FROM TIME
               MOVE "SWEPTOFF" TO LOG-EVENT
               MOVE ZERO TO LOG-DURATION-HTHS
               COMPUTE LOG-SEQ-NUM = WS-LAST-SEQ + 1
               COMPUTE LOG-RUNNING-COUNT = WS-LOG-COUNT + 1
               OPEN EXTEND SESSION-LOG-FILE
               IF WS-LOG-STATUS = "35"
                   OPEN OUTPUT SESSION-LOG-FILE
               END-IF
               WRITE SESSION-LOG-RECORD
               CLOSE SESSION-LOG-FILE
               SET ACR-SESSION-CLOSED TO TRUE
           END-IF.

       RELEASE-OPERATOR-LOCK.
           SET ACR-LOCK-RELEASED TO FALSE.
           OPEN INPUT LOCK-FILE.
           IF WS-LCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-OPERATOR = OPM-ID
                           SET ACR-LOCK-RELEASED TO TRUE
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF ACR-LOCK-RELEASED
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPM-COUNT.
           SET WS-OPM-LOADED TO FALSE.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPM-STATUS = "00"
               SET WS-OPM-LOADED TO TRUE
               SET WS-OPM-EOF TO FALSE
               PERFORM UNTIL WS-OPM-EOF
                   READ OPERATOR-MASTER
                       AT END
                           SET WS-OPM-EOF TO TRUE
                       NOT AT END
                           IF WS-OPM-COUNT >= 100
                               DISPLAY "OPERMAST.DAT HAS MORE THAN "
                                   "100 OPERATORS - EXTRA IGNORED"
                               SET WS-OPM-LOADED TO FALSE
                           ELSE
                               ADD 1 TO WS-OPM-COUNT
                               MOVE OPERATOR-RECORD TO
                                   WS-OPM-ENTRY(WS-OPM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.

       SAVE-OPERATOR-TABLE.
           OPEN OUTPUT OPERATOR-MASTER.
           PERFORM VARYING WS-OPM-SUB FROM 1 BY 1
                   UNTIL WS-OPM-SUB > WS-OPM-COUNT
               MOVE WS-OPM-ENTRY(WS-OPM-SUB) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-MASTER.

       DERIVE-BIRTH-DATE.
           COMPUTE WS-BIRTH-YYYY = WS-RUN-YYYY - TRN-EDAD.
           COMPUTE EMP-BIRTH-DATE =
               (WS-BIRTH-YYYY * 10000) + 0701.

       APPLY-PAY-CHANGE.
           IF TRN-PAY NOT = SPACES
               MOVE TRN-PAY-RATE TO EMP-PAY-RATE
               MOVE TRN-PAY-BASIS TO EMP-PAY-BASIS
           END-IF.

       APPLY-MANAGER-CHANGE.
           IF TRN-MANAGER NOT = SPACES
               MOVE TRN-MANAGER-N TO EMP-MANAGER-ID
           END-IF.

       WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE "BATCH" TO HIS-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO HIS-AFTER-IMAGE.
           MOVE WS-BEFORE-PAY TO HIS-BEFORE-PAY.
           MOVE WS-AFTER-PAY TO HIS-AFTER-PAY.
           MOVE WS-BEFORE-MGR TO HIS-BEFORE-MGR.
           MOVE WS-AFTER-MGR TO HIS-AFTER-MGR.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIS-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CONTROL-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-YYYY TO WH-YYYY.
           MOVE WS-RUN-MM TO WH-MM.
           MOVE WS-RUN-DD TO WH-DD.
           MOVE WS-REJECTED-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "OPERADORES DESACTIVADOS     : " TO WC-LABEL.
           MOVE WS-REVOKED-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           CLOSE CONTROL-REPORT-FILE.

       END PROGRAM EMP-TRAN-APPLY.
