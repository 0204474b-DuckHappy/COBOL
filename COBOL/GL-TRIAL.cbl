      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-TRIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GL-PERIOD-FILE ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.
           SELECT COA-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT TRIAL-REPORT-FILE ASSIGN TO "GLTRIAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       COPY GLBAL.

       FD  GL-PERIOD-FILE.
       COPY GLPERIOD.

       FD  COA-FILE.
       01  COA-RECORD.
           02 COA-ACCOUNT PIC 9(6).
           02 COA-NAME    PIC X(20).
           02 COA-STATUS  PIC X.
           02 COA-COMPANY PIC X(2).

       FD  TRIAL-REPORT-FILE.
       01  TRIAL-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-GLB-STATUS PIC XX.
       01  WS-GLC-STATUS PIC XX.
       01  WS-COA-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

       01  WS-COA-SUB PIC 9(3).
       01  WS-COA-HIT PIC 9(3).
       01  WS-COA-COUNT PIC 9(3) VALUE ZERO.
       01  WS-COA-TABLE.
           02 WS-COA-ENTRY OCCURS 200 TIMES.
               03 WS-COA-ACCOUNT-TBL PIC 9(6).
               03 WS-COA-NAME-TBL    PIC X(20).
               03 WS-COA-STATUS-TBL  PIC X.
               03 WS-COA-COMPANY-TBL PIC X(2).

       01  WS-TB-PERIOD PIC 9(6).
       01  WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-COA-EXCEPTIONS PIC 9(5) VALUE ZERO.
       01  WS-TOT-OPENING PIC S9(15)V999 VALUE ZERO.
       01  WS-TOT-DEBITS PIC 9(15)V999 VALUE ZERO.
       01  WS-TOT-CREDITS PIC 9(15)V999 VALUE ZERO.
       01  WS-TOT-CLOSING PIC S9(15)V999 VALUE ZERO.
       01  WS-DIFFERENCE PIC S9(15)V999.

      *    GLBAL.DAT is keyed by company first, so each company's
      *    accounts arrive together and are totalled as a section.
       01  WS-CUR-COMPANY PIC X(2) VALUE SPACES.
       01  WS-CO-OPENING PIC S9(15)V999.
       01  WS-CO-DEBITS PIC 9(15)V999.
       01  WS-CO-CREDITS PIC 9(15)V999.
       01  WS-CO-CLOSING PIC S9(15)V999.
       01  WS-RES-DEBITS PIC 9(15)V999.
       01  WS-RES-CREDITS PIC 9(15)V999.
       01  WS-RES-CLOSING PIC S9(15)V999.
       01  WS-UNBALANCED-COMPANIES PIC 9(2) VALUE ZERO.

       COPY RUNSTAMP.
       COPY CMPRQ.

       01  WS-COMPANY-LINE.
           02 FILLER PIC X(8) VALUE "EMPRESA ".
           02 CL-COMPANY PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CL-NAME PIC X(30).

       01  WS-HDR-LINE.
           02 FILLER PIC X(29) VALUE "BALANCE DE COMPROBACION -    ".
           02 FILLER PIC X(8) VALUE "PERIODO ".
           02 TH-PERIOD PIC 9(6).
           02 FILLER PIC X(11) VALUE "  EMITIDO: ".
           02 TH-DATE PIC 9(8).

       01  WS-COL-LINE.
           02 FILLER PIC X(28) VALUE "CUENTA NOMBRE".
           02 FILLER PIC X(15) VALUE "  SALDO INICIAL".
           02 FILLER PIC X(15) VALUE "           DEBE".
           02 FILLER PIC X(15) VALUE "          HABER".
           02 FILLER PIC X(15) VALUE "    SALDO FINAL".

       01  WS-ACCOUNT-LINE.
           02 AL-ACCOUNT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-NAME PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-OPENING PIC -(11)9.99.
           02 AL-DEBITS PIC Z(11)9.99.
           02 AL-CREDITS PIC Z(11)9.99.
           02 AL-CLOSING PIC -(11)9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 AL-FLAG PIC X(8).

       01  WS-TOTAL-LINE.
           02 TT-LABEL PIC X(28) VALUE "TOTALES".
           02 TT-OPENING PIC -(11)9.99.
           02 TT-DEBITS PIC Z(11)9.99.
           02 TT-CREDITS PIC Z(11)9.99.
           02 TT-CLOSING PIC -(11)9.99.

       01  WS-RESULT-LINE.
           02 FILLER PIC X(11) VALUE "RESULTADO: ".
           02 RL-RESULT PIC X(40).
           02 FILLER PIC X(13) VALUE " DIFERENCIA: ".
           02 RL-DIFFERENCE PIC -(11)9.99.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "PERIODO AAAAMM (000000 = PERIODO ABIERTO) : ".
           ACCEPT WS-TB-PERIOD.
           IF WS-TB-PERIOD IS NOT NUMERIC OR WS-TB-PERIOD = ZERO
               PERFORM READ-OPEN-PERIOD
           END-IF.

           PERFORM LOAD-COA-TABLE.

           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "GLBAL.DAT NO DISPONIBLE - STATUS "
                   WS-GLB-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRIAL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE TRIAL-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-TB-PERIOD TO TH-PERIOD.
           MOVE WS-RUN-DATE TO TH-DATE.
           WRITE TRIAL-REPORT-LINE FROM WS-HDR-LINE.

           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ GL-BALANCE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF GLB-PERIOD = WS-TB-PERIOD
                           IF GLB-COMPANY NOT = WS-CUR-COMPANY
                               PERFORM START-COMPANY-SECTION
                           END-IF
                           PERFORM WRITE-ACCOUNT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-BALANCE-FILE.
           IF WS-CUR-COMPANY NOT = SPACES
               PERFORM WRITE-COMPANY-TOTALS
           END-IF.

           MOVE "TOTAL CONSOLIDADO" TO TT-LABEL.
           MOVE WS-TOT-OPENING TO TT-OPENING.
           MOVE WS-TOT-DEBITS TO TT-DEBITS.
           MOVE WS-TOT-CREDITS TO TT-CREDITS.
           MOVE WS-TOT-CLOSING TO TT-CLOSING.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE WS-TOT-DEBITS TO WS-RES-DEBITS.
           MOVE WS-TOT-CREDITS TO WS-RES-CREDITS.
           MOVE WS-TOT-CLOSING TO WS-RES-CLOSING.
           PERFORM SET-RESULT.
           IF WS-UNBALANCED-COMPANIES > ZERO
               MOVE "NO CUADRA - EMPRESA DESCUADRADA" TO RL-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE TRIAL-REPORT-LINE FROM WS-RESULT-LINE.

           MOVE SPACES TO TRIAL-REPORT-LINE.
           STRING "CUENTAS: " WS-ACCOUNT-COUNT
               "  FUERA DEL PLAN O CERRADAS: " WS-COA-EXCEPTIONS
               DELIMITED BY SIZE INTO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           CLOSE TRIAL-REPORT-FILE.

           IF WS-COA-EXCEPTIONS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "GL-TRIAL - PERIODO " WS-TB-PERIOD " "
               RL-RESULT.
           GOBACK.

       READ-OPEN-PERIOD.
           MOVE WS-RUN-DATE(1:6) TO WS-TB-PERIOD.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-GLC-STATUS = "00"
               READ GL-PERIOD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLC-CURRENT-PERIOD IS NUMERIC
                           AND GLC-CURRENT-PERIOD > ZERO
                           MOVE GLC-CURRENT-PERIOD TO WS-TB-PERIOD
                       END-IF
               END-READ
               CLOSE GL-PERIOD-FILE
           END-IF.

       START-COMPANY-SECTION.
           IF WS-CUR-COMPANY NOT = SPACES
               PERFORM WRITE-COMPANY-TOTALS
           END-IF.
           MOVE GLB-COMPANY TO WS-CUR-COMPANY.
           MOVE ZERO TO WS-CO-OPENING.
           MOVE ZERO TO WS-CO-DEBITS.
           MOVE ZERO TO WS-CO-CREDITS.
           MOVE ZERO TO WS-CO-CLOSING.
           MOVE GLB-COMPANY TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           MOVE GLB-COMPANY TO CL-COMPANY.
           MOVE CMQ-NAME TO CL-NAME.
           MOVE SPACES TO TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE.
           WRITE TRIAL-REPORT-LINE FROM WS-COMPANY-LINE.
           WRITE TRIAL-REPORT-LINE FROM WS-COL-LINE.

      *    Every company's books must balance by themselves; one
      *    company out of balance fails the whole trial balance.
       WRITE-COMPANY-TOTALS.
           MOVE SPACES TO TT-LABEL.
           STRING "TOTALES EMPRESA " WS-CUR-COMPANY
               DELIMITED BY SIZE INTO TT-LABEL.
           MOVE WS-CO-OPENING TO TT-OPENING.
           MOVE WS-CO-DEBITS TO TT-DEBITS.
           MOVE WS-CO-CREDITS TO TT-CREDITS.
           MOVE WS-CO-CLOSING TO TT-CLOSING.
           WRITE TRIAL-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-CO-DEBITS TO WS-RES-DEBITS.
           MOVE WS-CO-CREDITS TO WS-RES-CREDITS.
           MOVE WS-CO-CLOSING TO WS-RES-CLOSING.
           PERFORM SET-RESULT.
           IF WS-DIFFERENCE NOT = ZERO OR WS-CO-CLOSING NOT = ZERO
               ADD 1 TO WS-UNBALANCED-COMPANIES
           END-IF.
           WRITE TRIAL-REPORT-LINE FROM WS-RESULT-LINE.
           DISPLAY "GL-TRIAL - EMPRESA " WS-CUR-COMPANY " " RL-RESULT.

       SET-RESULT.
           COMPUTE WS-DIFFERENCE = WS-RES-DEBITS - WS-RES-CREDITS.
           MOVE WS-DIFFERENCE TO RL-DIFFERENCE.
           IF WS-DIFFERENCE = ZERO AND WS-RES-CLOSING = ZERO
               MOVE "CUADRA - DEBE IGUAL A HABER" TO RL-RESULT
           ELSE
               IF WS-DIFFERENCE = ZERO
                   MOVE WS-RES-CLOSING TO RL-DIFFERENCE
                   MOVE "NO CUADRA - SALDOS INICIALES DESCUADRADOS"
                       TO RL-RESULT
               ELSE
                   MOVE "NO CUADRA - DEBE DISTINTO DE HABER"
                       TO RL-RESULT
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD GLB-OPENING TO WS-TOT-OPENING.
           ADD GLB-DEBITS TO WS-TOT-DEBITS.
           ADD GLB-CREDITS TO WS-TOT-CREDITS.
           ADD GLB-CLOSING TO WS-TOT-CLOSING.
           ADD GLB-OPENING TO WS-CO-OPENING.
           ADD GLB-DEBITS TO WS-CO-DEBITS.
           ADD GLB-CREDITS TO WS-CO-CREDITS.
           ADD GLB-CLOSING TO WS-CO-CLOSING.
           MOVE GLB-ACCOUNT TO AL-ACCOUNT.
           MOVE GLB-OPENING TO AL-OPENING.
           MOVE GLB-DEBITS TO AL-DEBITS.
           MOVE GLB-CREDITS TO AL-CREDITS.
           MOVE GLB-CLOSING TO AL-CLOSING.
           MOVE SPACES TO AL-NAME.
           MOVE SPACES TO AL-FLAG.
           MOVE ZERO TO WS-COA-HIT.
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                   UNTIL WS-COA-SUB > WS-COA-COUNT OR WS-COA-HIT > ZERO
               IF WS-COA-ACCOUNT-TBL(WS-COA-SUB) = GLB-ACCOUNT
                   AND WS-COA-COMPANY-TBL(WS-COA-SUB) = GLB-COMPANY
                   MOVE WS-COA-SUB TO WS-COA-HIT
               END-IF
           END-PERFORM.
           IF WS-COA-HIT = ZERO
               MOVE "*NO PLAN" TO AL-FLAG
               ADD 1 TO WS-COA-EXCEPTIONS
           ELSE
               MOVE WS-COA-NAME-TBL(WS-COA-HIT) TO AL-NAME
               IF WS-COA-STATUS-TBL(WS-COA-HIT) = 'C'
                   AND GLB-CLOSING NOT = ZERO
                   MOVE "*CERRADA" TO AL-FLAG
                   ADD 1 TO WS-COA-EXCEPTIONS
               END-IF
           END-IF.
           WRITE TRIAL-REPORT-LINE FROM WS-ACCOUNT-LINE.

       LOAD-COA-TABLE.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ COA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-COA-COUNT >= 200
                               DISPLAY "GLCOA.DAT HAS MORE THAN 200 "
                                   "ACCOUNTS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-COA-COUNT
                               MOVE COA-ACCOUNT TO
                                   WS-COA-ACCOUNT-TBL(WS-COA-COUNT)
                               MOVE COA-NAME TO
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
               CLOSE COA-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       END PROGRAM GL-TRIAL.
