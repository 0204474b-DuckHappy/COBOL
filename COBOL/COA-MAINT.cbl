           SELECT COA-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT COA-AUDIT-FILE ASSIGN TO "COAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 COA-ACCOUNT PIC 9(6).
           02 COA-NAME    PIC X(20).
           02 COA-STATUS  PIC X.
           02 COA-COMPANY PIC X(2).

       FD  COA-AUDIT-FILE.
       COPY COAAUD.

       WORKING-STORAGE SECTION.
       01  WS-COA-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.

       01  WS-ACTION PIC X.
       01  WS-ENTERED-ACCOUNT PIC 9(6).
       01  WS-ENTERED-COMPANY PIC X(2).
       01  WS-NEW-NAME PIC X(20).
       01  WS-SUB PIC 9(3).
       01  WS-HIT PIC 9(3).
               03 WS-COA-ACCOUNT-TBL PIC 9(6).
               03 WS-COA-NAME-TBL    PIC X(20).
               03 WS-COA-STATUS-TBL  PIC X.
               03 WS-COA-COMPANY-TBL PIC X(2).

       COPY RUNSTAMP.
       COPY NUMVALID.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY AUTHRQ.
       COPY CMPRQ.

       01  WS-LIST-LINE.
           02 LL-COMPANY PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-ACCOUNT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LL-NAME PIC X(20).
           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MAINT-MENU
               ACCEPT WS-ACTION
               PERFORM AUTHORIZE-ACTION
               IF AUT-PERMITTED
                   EVALUATE WS-ACTION
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LIST-ACCOUNTS
                       WHEN 'A'
                       WHEN 'a'
                           PERFORM ADD-ACCOUNT
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM CHANGE-ACCOUNT
                       WHEN 'B'
                       WHEN 'b'
                           PERFORM CLOSE-ACCOUNT
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM REOPEN-ACCOUNT
                       WHEN 'X'
                       WHEN 'x'
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-CHANGED
           DISPLAY "X. SALIR Y GUARDAR".
           DISPLAY "SELECCIONE UNA OPCION : ".

       AUTHORIZE-ACTION.
           MOVE SPACE TO AUT-FUNCTION.
           EVALUATE WS-ACTION
               WHEN 'L'
               WHEN 'l'
                   MOVE 'I' TO AUT-FUNCTION
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO AUT-FUNCTION
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO AUT-FUNCTION
               WHEN 'B'
               WHEN 'b'
                   MOVE 'D' TO AUT-FUNCTION
               WHEN 'R'
               WHEN 'r'
                   MOVE 'C' TO AUT-FUNCTION
           END-EVALUATE.
           SET AUT-PERMITTED TO TRUE.
           IF AUT-FUNCTION NOT = SPACE
               MOVE SGN-OPERATOR-ID TO AUT-OPERATOR-ID
               MOVE SGN-OPERATOR-ROLE TO AUT-ROLE
               MOVE "COA-MAINT" TO AUT-PROGRAM
               SET AUT-LOG-DENIAL TO TRUE
               CALL "AUTH-CHECK" USING AUTH-REQUEST
               IF NOT AUT-PERMITTED
                   DISPLAY "FUNCION NO AUTORIZADA PARA EL ROL "
                       SGN-OPERATOR-ROLE
               END-IF
           END-IF.

       LIST-ACCOUNTS.
           IF WS-COA-COUNT = ZERO
               DISPLAY "PLAN DE CUENTAS VACIO"
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COA-COUNT
               MOVE WS-COA-COMPANY-TBL(WS-SUB) TO LL-COMPANY
               MOVE WS-COA-ACCOUNT-TBL(WS-SUB) TO LL-ACCOUNT
               MOVE WS-COA-NAME-TBL(WS-SUB) TO LL-NAME
               MOVE WS-COA-STATUS-TBL(WS-SUB) TO LL-STATUS
               DISPLAY WS-LIST-LINE
           END-PERFORM.

      *    Each company keeps its own plan, so an account is always
      *    identified by company and number.
       ASK-ACCOUNT.
           PERFORM ASK-COA-COMPANY.
           SET WS-NUM-VALID TO FALSE.
           PERFORM UNTIL WS-NUM-VALID
               DISPLAY "NUMERO DE CUENTA (6 DIGITOS) : "
           END-PERFORM.
           PERFORM FIND-ACCOUNT.

       ASK-COA-COMPANY.
           SET CMQ-FOUND TO FALSE.
           PERFORM UNTIL CMQ-FOUND AND CMQ-ACTIVE
               DISPLAY "EMPRESA (EN BLANCO = DEFECTO) : "
               MOVE SPACES TO CMQ-CODE-IN
               ACCEPT CMQ-CODE-IN
               CALL "CMP-CHECK" USING COMPANY-REQUEST
               IF NOT CMQ-FOUND OR NOT CMQ-ACTIVE
                   DISPLAY "EMPRESA INEXISTENTE O INACTIVA"
               END-IF
           END-PERFORM.
           MOVE CMQ-CODE-OUT TO WS-ENTERED-COMPANY.

       FIND-ACCOUNT.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COA-COUNT OR WS-FOUND
               IF WS-COA-ACCOUNT-TBL(WS-SUB) = WS-ENTERED-ACCOUNT
                   AND WS-COA-COMPANY-TBL(WS-SUB) = WS-ENTERED-COMPANY
                   SET WS-FOUND TO TRUE
                   MOVE WS-SUB TO WS-HIT
               END-IF
                   MOVE WS-NEW-NAME TO
                       WS-COA-NAME-TBL(WS-COA-COUNT)
                   MOVE 'O' TO WS-COA-STATUS-TBL(WS-COA-COUNT)
                   MOVE WS-ENTERED-COMPANY TO
                       WS-COA-COMPANY-TBL(WS-COA-COUNT)
                   SET WS-CHANGED TO TRUE
                   MOVE WS-COA-COUNT TO WS-HIT
                   MOVE 'A' TO GCA-ACTION
                   MOVE SPACES TO GCA-OLD-NAME
                   MOVE SPACE TO GCA-OLD-STATUS
                   PERFORM WRITE-COA-AUDIT
                   DISPLAY "CUENTA AGREGADA"
               END-IF
           END-IF.
           ELSE
               DISPLAY "NOMBRE DE LA CUENTA : "
               ACCEPT WS-NEW-NAME
               MOVE 'C' TO GCA-ACTION
               PERFORM SAVE-COA-BEFORE
               MOVE WS-NEW-NAME TO WS-COA-NAME-TBL(WS-HIT)
               SET WS-CHANGED TO TRUE
               PERFORM WRITE-COA-AUDIT
               DISPLAY "CUENTA ACTUALIZADA"
           END-IF.

           IF NOT WS-FOUND
               DISPLAY "CUENTA NO ENCONTRADA"
           ELSE
               MOVE 'B' TO GCA-ACTION
               PERFORM SAVE-COA-BEFORE
               MOVE 'C' TO WS-COA-STATUS-TBL(WS-HIT)
               SET WS-CHANGED TO TRUE
               PERFORM WRITE-COA-AUDIT
               DISPLAY "CUENTA CERRADA"
           END-IF.

           IF NOT WS-FOUND
               DISPLAY "CUENTA NO ENCONTRADA"
           ELSE
               MOVE 'R' TO GCA-ACTION
               PERFORM SAVE-COA-BEFORE
               MOVE 'O' TO WS-COA-STATUS-TBL(WS-HIT)
               SET WS-CHANGED TO TRUE
               PERFORM WRITE-COA-AUDIT
               DISPLAY "CUENTA REABIERTA"
           END-IF.

                                   WS-COA-NAME-TBL(WS-COA-COUNT)
                               MOVE COA-STATUS TO
                                   WS-COA-STATUS-TBL(WS-COA-COUNT)
                               MOVE COA-COMPANY TO CMQ-CODE-IN
                               CALL "CMP-CHECK" USING COMPANY-REQUEST
                               MOVE CMQ-CODE-OUT TO
                                   WS-COA-COMPANY-TBL(WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-COA-ACCOUNT-TBL(WS-SUB) TO COA-ACCOUNT
               MOVE WS-COA-NAME-TBL(WS-SUB) TO COA-NAME
               MOVE WS-COA-STATUS-TBL(WS-SUB) TO COA-STATUS
               MOVE WS-COA-COMPANY-TBL(WS-SUB) TO COA-COMPANY
               WRITE COA-RECORD
           END-PERFORM.
           CLOSE COA-FILE.

       SAVE-COA-BEFORE.
           MOVE WS-COA-NAME-TBL(WS-HIT) TO GCA-OLD-NAME.
           MOVE WS-COA-STATUS-TBL(WS-HIT) TO GCA-OLD-STATUS.

      *    Expects GCA-ACTION and the before values set by the caller
      *    and WS-HIT on the account as it now stands in the table.
       WRITE-COA-AUDIT.
           MOVE WS-RUN-DATE TO GCA-DATE.
           ACCEPT GCA-TIME FROM TIME.
           MOVE SGN-OPERATOR-ID TO GCA-OPERATOR.
           MOVE WS-COA-COMPANY-TBL(WS-HIT) TO GCA-COMPANY.
           MOVE WS-COA-ACCOUNT-TBL(WS-HIT) TO GCA-ACCOUNT.
           MOVE WS-COA-NAME-TBL(WS-HIT) TO GCA-NEW-NAME.
           MOVE WS-COA-STATUS-TBL(WS-HIT) TO GCA-NEW-STATUS.
           OPEN EXTEND COA-AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT COA-AUDIT-FILE
           END-IF.
           WRITE COA-AUDIT-RECORD.
           CLOSE COA-AUDIT-FILE.

       END PROGRAM COA-MAINT.
