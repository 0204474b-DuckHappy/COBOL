       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.

       01  WS-OPTION-LINE.
           02 OL-NUMBER PIC 9(1).
           02 FILLER PIC X(7) VALUE " (ULT: ".
           02 OL-LAST-RUN PIC X(15).
           02 FILLER PIC X(1) VALUE ")".
       01  WS-REQUEST-LINE.
           02 RL-NUMBER PIC 9(1).
           02 FILLER PIC X(8) VALUE ". PEDIR ".
           02 RL-JOB PIC X(20).
       01  WS-LAST-RUN-EDIT.
           02 LR-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
                   WHEN 2 PERFORM PERSONAL-SUBMENU
                   WHEN 3 PERFORM OPERACIONES-SUBMENU
                   WHEN 4 PERFORM REQUEST-SUBMENU
                   WHEN 5
                       MOVE "WORK-INBOX" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "WORK-INBOX"
                       END-IF
                   WHEN 6 PERFORM RECOVERY-SUBMENU
                   WHEN 7 SET WS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           DISPLAY "2. PERSONAL".
           DISPLAY "3. OPERACIONES".
           DISPLAY "4. SOLICITUDES NOCTURNAS".
           MOVE 5 TO OL-NUMBER.
           MOVE "WORK-INBOX" TO OL-PROGRAM.
           PERFORM SHOW-OPTION-LINE.
           DISPLAY "6. RECUPERACION DE LA CADENA NOCTURNA".
           DISPLAY "7. SALIR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       CALC-SUBMENU.
               MOVE 6 TO OL-NUMBER
               MOVE "SURCHARGE" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 7 TO OL-NUMBER
               MOVE "SURCH-RECKON" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 8 TO OL-NUMBER
               MOVE "CUST-ACTIVITY" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               DISPLAY "9. VOLVER"
               DISPLAY "SELECCIONE UNA OPCION : "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       MOVE "CONDITIONAL" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "CONDITIONAL"
                       END-IF
                   WHEN 2
                       MOVE "EJEMPLO" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "EJEMPLO"
                       END-IF
                   WHEN 3
                       MOVE "POS-TO-NEG" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "POS-TO-NEG"
                       END-IF
                   WHEN 4
                       MOVE "TABLA" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "TABLA"
                       END-IF
                   WHEN 5
                       MOVE "BUCLE" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "BUCLE"
                       END-IF
                   WHEN 6
                       MOVE "SURCHARGE" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "SURCHARGE"
                       END-IF
                   WHEN 7
                       MOVE "SURCH-RECKON" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "SURCH-RECKON"
                       END-IF
                   WHEN 8
                       MOVE "CUST-ACTIVITY" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "CUST-ACTIVITY"
                       END-IF
                   WHEN 9
                       SET WS-SUB-DONE TO TRUE
                   WHEN OTHER
               MOVE 3 TO OL-NUMBER
               MOVE "EMP-ROSTER" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 4 TO OL-NUMBER
               MOVE "PAYROLL-RUN" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 5 TO OL-NUMBER
               MOVE "EMP-ORGCHART" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 6 TO OL-NUMBER
               MOVE "CERT-TRAN-APPLY" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 7 TO OL-NUMBER
               MOVE "CERT-EXPIRY" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               DISPLAY "9. VOLVER"
               DISPLAY "SELECCIONE UNA OPCION : "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       MOVE "NOMBRE-APELLIDO-EDAD" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "NOMBRE-APELLIDO-EDAD"
                       END-IF
                   WHEN 2
                       MOVE "EMP-TRAN-APPLY" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "EMP-TRAN-APPLY"
                       END-IF
                   WHEN 3
                       MOVE "EMP-ROSTER" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "EMP-ROSTER"
                       END-IF
                   WHEN 4
                       MOVE "PAYROLL-RUN" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "PAYROLL-RUN"
                       END-IF
                   WHEN 5
                       MOVE "EMP-ORGCHART" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "EMP-ORGCHART"
                       END-IF
                   WHEN 6
                       MOVE "CERT-TRAN-APPLY" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "CERT-TRAN-APPLY"
                       END-IF
                   WHEN 7
                       MOVE "CERT-EXPIRY" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "CERT-EXPIRY"
                       END-IF
                   WHEN 9
                       SET WS-SUB-DONE TO TRUE
                   WHEN OTHER
               MOVE 4 TO OL-NUMBER
               MOVE "ARCHIVER" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 5 TO OL-NUMBER
               MOVE "VAT-RETURN" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 6 TO OL-NUMBER
               MOVE "ONCALL-MAINT" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 7 TO OL-NUMBER
               MOVE "ONCALL-ACK" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 8 TO OL-NUMBER
               MOVE "ONCALL-HANDOVER" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               DISPLAY "9. VOLVER"
               DISPLAY "SELECCIONE UNA OPCION : "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       MOVE "OPERACIONES-BASICAS" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "OPERACIONES-BASICAS"
                       END-IF
                   WHEN 2
                       MOVE "DAILY-SUMMARY" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "DAILY-SUMMARY"
                       END-IF
                   WHEN 3
                       MOVE "PRINT-SPOOLER" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "PRINT-SPOOLER"
                       END-IF
                   WHEN 4
                       MOVE "ARCHIVER" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "ARCHIVER"
                       END-IF
                   WHEN 5
                       MOVE "VAT-RETURN" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "VAT-RETURN"
                       END-IF
                   WHEN 6
                       MOVE "ONCALL-MAINT" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "ONCALL-MAINT"
                       END-IF
                   WHEN 7
                       MOVE "ONCALL-ACK" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "ONCALL-ACK"
                       END-IF
                   WHEN 8
                       MOVE "ONCALL-HANDOVER" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "ONCALL-HANDOVER"
                       END-IF
                   WHEN 9
                       SET WS-SUB-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.

      *    Printing a procedure is what the on-call operator needs
      *    during a chain failure; maintaining them is a day job.
       RECOVERY-SUBMENU.
           SET WS-SUB-DONE TO FALSE.
           PERFORM UNTIL WS-SUB-DONE
               DISPLAY "--------------------------------------"
               DISPLAY "RECUPERACION DE LA CADENA NOCTURNA"
               MOVE 1 TO OL-NUMBER
               MOVE "RUNBOOK-PRINT" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 2 TO OL-NUMBER
               MOVE "RUNBOOK-MAINT" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               MOVE 3 TO OL-NUMBER
               MOVE "CHAIN-CMD" TO OL-PROGRAM
               PERFORM SHOW-OPTION-LINE
               DISPLAY "9. VOLVER"
               DISPLAY "SELECCIONE UNA OPCION : "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       MOVE "RUNBOOK-PRINT" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "RUNBOOK-PRINT"
                       END-IF
                   WHEN 2
                       MOVE "RUNBOOK-MAINT" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "RUNBOOK-MAINT"
                       END-IF
                   WHEN 3
                       MOVE "CHAIN-CMD" TO WS-PROGRAM-NAME
                       PERFORM AUTHORIZE-MENU-SELECTION
                       IF AUT-PERMITTED
                           PERFORM LOG-MENU-SELECTION
                           CALL "CHAIN-CMD"
                       END-IF
                   WHEN 9
                       SET WS-SUB-DONE TO TRUE
                   WHEN OTHER
               DISPLAY "SOLICITUDES PARA LA VENTANA NOCTURNA"
               DISPLAY "(LOS ESCENARIOS SE TOMAN DE PROPRATE/"
               DISPLAY " PROPCOND/EJPVARCT SEGUN EL TRABAJO)"
               MOVE 1 TO RL-NUMBER
               MOVE "SURCH-SIM" TO RL-JOB
               PERFORM SHOW-REQUEST-LINE
               MOVE 2 TO RL-NUMBER
               MOVE "TIER-MIGRATE" TO RL-JOB
               PERFORM SHOW-REQUEST-LINE
               MOVE 3 TO RL-NUMBER
               MOVE "EJP-VARIANCE" TO RL-JOB
               PERFORM SHOW-REQUEST-LINE
               MOVE 4 TO RL-NUMBER
               MOVE "COND-SIM" TO RL-JOB
               PERFORM SHOW-REQUEST-LINE
               DISPLAY "5. MIS SOLICITUDES"
               DISPLAY "9. VOLVER"
               DISPLAY "SELECCIONE UNA OPCION : "
                   WHEN 1
                       MOVE "SURCH-SIM" TO WS-REQ-JOB
                       PERFORM QUEUE-JOB-REQUEST
                           THRU QUEUE-JOB-REQUEST-EXIT
                   WHEN 2
                       MOVE "TIER-MIGRATE" TO WS-REQ-JOB
                       PERFORM QUEUE-JOB-REQUEST
                           THRU QUEUE-JOB-REQUEST-EXIT
                   WHEN 3
                       MOVE "EJP-VARIANCE" TO WS-REQ-JOB
                       PERFORM QUEUE-JOB-REQUEST
                           THRU QUEUE-JOB-REQUEST-EXIT
                   WHEN 4
                       MOVE "COND-SIM" TO WS-REQ-JOB
                       PERFORM QUEUE-JOB-REQUEST
                           THRU QUEUE-JOB-REQUEST-EXIT
                   WHEN 5
                       PERFORM LIST-MY-REQUESTS
                   WHEN 9
           END-PERFORM.

       QUEUE-JOB-REQUEST.
           MOVE WS-REQ-JOB TO WS-PROGRAM-NAME.
           PERFORM AUTHORIZE-MENU-SELECTION.
           IF NOT AUT-PERMITTED
               GO TO QUEUE-JOB-REQUEST-EXIT
           END-IF.
           MOVE SGN-OPERATOR-ID TO REQ-OPERATOR.
           MOVE WS-REQ-JOB TO REQ-JOB.
           ACCEPT REQ-DATE FROM DATE YYYYMMDD.
           WRITE REQUEST-QUEUE-RECORD.
           CLOSE REQUEST-QUEUE-FILE.
           DISPLAY "SOLICITUD ENCOLADA PARA ESTA NOCHE".
       QUEUE-JOB-REQUEST-EXIT.
           EXIT.

       LIST-MY-REQUESTS.
           OPEN INPUT REQUEST-QUEUE-FILE.
               CLOSE REQUEST-QUEUE-FILE
           END-IF.

      *    Options the operator's role may not run are left off the
      *    menu; choosing one anyway is refused and logged.
       SHOW-OPTION-LINE.
           MOVE OL-PROGRAM TO WS-PROGRAM-NAME.
           PERFORM CHECK-MENU-PERMISSION.
           IF AUT-PERMITTED
               PERFORM LOOKUP-LAST-RUN
               DISPLAY WS-OPTION-LINE
           END-IF.

       SHOW-REQUEST-LINE.
           MOVE RL-JOB TO WS-PROGRAM-NAME.
           PERFORM CHECK-MENU-PERMISSION.
           IF AUT-PERMITTED
               DISPLAY WS-REQUEST-LINE
           END-IF.

       CHECK-MENU-PERMISSION.
           MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID.
           MOVE SGN-OPERATOR-ROLE TO AUT-ROLE.
           MOVE WS-PROGRAM-NAME TO AUT-PROGRAM.
           MOVE 'I' TO AUT-FUNCTION.
           SET AUT-LOG-DENIAL TO FALSE.
           CALL "AUTH-CHECK" USING AUTH-REQUEST.

       AUTHORIZE-MENU-SELECTION.
           MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID.
           MOVE SGN-OPERATOR-ROLE TO AUT-ROLE.
           MOVE WS-PROGRAM-NAME TO AUT-PROGRAM.
           MOVE 'I' TO AUT-FUNCTION.
           SET AUT-LOG-DENIAL TO TRUE.
           CALL "AUTH-CHECK" USING AUTH-REQUEST.
           IF NOT AUT-PERMITTED
               DISPLAY "OPCION NO AUTORIZADA PARA EL ROL "
                   SGN-OPERATOR-ROLE
           END-IF.

       LOOKUP-LAST-RUN.
           MOVE "NUNCA" TO OL-LAST-RUN.
