           02 MAP-KEY         PIC X(8).
           02 MAP-DEBIT-ACCT  PIC 9(6).
           02 MAP-CREDIT-ACCT PIC 9(6).
           02 MAP-COMPANY     PIC X(2).

       FD  COA-FILE.
       01  COA-RECORD.
           02 COA-ACCOUNT PIC 9(6).
           02 COA-NAME    PIC X(20).
           02 COA-STATUS  PIC X.
           02 COA-COMPANY PIC X(2).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE PIC X(70).
           02 WS-COA-ENTRY OCCURS 200 TIMES.
               03 WS-COA-ACCOUNT-TBL PIC 9(6).
               03 WS-COA-STATUS-TBL  PIC X.
               03 WS-COA-COMPANY-TBL PIC X(2).

       01  WS-CHECK-ACCOUNT PIC 9(6).
       01  WS-CHECK-COMPANY PIC X(2).
       01  WS-ACCT-STATE PIC X.
           88 WS-ACCT-OPEN    VALUE 'O'.
           88 WS-ACCT-CLOSED  VALUE 'C'.
           88 WS-ROW-OK VALUE 'Y' FALSE 'N'.

       COPY RUNSTAMP.
       COPY CMPRQ.

       01  WS-BAD-LINE.
           02 FILLER PIC X(6) VALUE "CLAVE ".
           02 BL-KEY PIC X(8).
           02 FILLER PIC X(5) VALUE " EMP ".
           02 BL-COMPANY PIC X(2).
           02 FILLER PIC X(8) VALUE " CUENTA ".
           02 BL-ACCOUNT PIC 9(6).
           02 FILLER PIC X(3) VALUE " - ".
           02 BL-REASON PIC X(25).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-IF.

           OPEN OUTPUT VERIFY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE VERIFY-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO VERIFY-REPORT-LINE.
           STRING "VERIFICACION DE GLMAP CONTRA PLAN DE CUENTAS - "
               WS-RUN-DATE DELIMITED BY SIZE
           END-IF.
           GOBACK.

      *    A map row names its accounts in its own company's plan;
      *    a row with no company belongs to the default company.
       VERIFY-ONE-ROW.
           SET WS-ROW-OK TO TRUE.
           MOVE MAP-COMPANY TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           MOVE CMQ-CODE-OUT TO WS-CHECK-COMPANY.
           IF NOT CMQ-FOUND OR NOT CMQ-ACTIVE
               SET WS-ROW-OK TO FALSE
               MOVE MAP-KEY TO BL-KEY
               MOVE WS-CHECK-COMPANY TO BL-COMPANY
               MOVE ZERO TO BL-ACCOUNT
               MOVE "EMPRESA INVALIDA" TO BL-REASON
               WRITE VERIFY-REPORT-LINE FROM WS-BAD-LINE
           END-IF.
           MOVE MAP-DEBIT-ACCT TO WS-CHECK-ACCOUNT.
           PERFORM CHECK-ONE-ACCOUNT.
           MOVE MAP-CREDIT-ACCT TO WS-CHECK-ACCOUNT.
                   UNTIL WS-SUB > WS-COA-COUNT
                   OR NOT WS-ACCT-UNKNOWN
               IF WS-COA-ACCOUNT-TBL(WS-SUB) = WS-CHECK-ACCOUNT
                   AND WS-COA-COMPANY-TBL(WS-SUB) = WS-CHECK-COMPANY
                   IF WS-COA-STATUS-TBL(WS-SUB) = 'C'
                       MOVE 'C' TO WS-ACCT-STATE
                   ELSE
           IF WS-ACCT-UNKNOWN
               SET WS-ROW-OK TO FALSE
               MOVE MAP-KEY TO BL-KEY
               MOVE WS-CHECK-COMPANY TO BL-COMPANY
               MOVE WS-CHECK-ACCOUNT TO BL-ACCOUNT
               MOVE "CUENTA DESCONOCIDA" TO BL-REASON
               WRITE VERIFY-REPORT-LINE FROM WS-BAD-LINE
           IF WS-ACCT-CLOSED
               SET WS-ROW-OK TO FALSE
               MOVE MAP-KEY TO BL-KEY
               MOVE WS-CHECK-COMPANY TO BL-COMPANY
               MOVE WS-CHECK-ACCOUNT TO BL-ACCOUNT
               MOVE "CUENTA CERRADA" TO BL-REASON
               WRITE VERIFY-REPORT-LINE FROM WS-BAD-LINE
                                   WS-COA-ACCOUNT-TBL(WS-COA-COUNT)
                               MOVE COA-STATUS TO
                                   WS-COA-STATUS-TBL(WS-COA-COUNT)
                               MOVE COA-COMPANY TO CMQ-CODE-IN
                               CALL "CMP-CHECK" USING COMPANY-REQUEST
                               MOVE CMQ-CODE-OUT TO
                                   WS-COA-COMPANY-TBL(WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
