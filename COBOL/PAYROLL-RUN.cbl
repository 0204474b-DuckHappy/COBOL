      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPT-STATUS.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT POSTING-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "PAYSORT.TMP".
           SELECT PAYROLL-REPORT-FILE ASSIGN TO "PAYREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  ABSENCE-FILE.
       01  ABSENCE-RECORD.
           02 ABS-EMP-ID    PIC 9(6).
           02 ABS-DEPT      PIC X(4).
           02 ABS-TYPE      PIC X.
           02 ABS-FROM-DATE PIC 9(8).
           02 ABS-TO-DATE   PIC 9(8).
           02 ABS-DAYS      PIC 9(3).

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           02 DPT-CODE    PIC X(4).
           02 DPT-NAME    PIC X(20).
           02 DPT-MANAGER PIC X(20).

       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           02 MAP-KEY         PIC X(8).
           02 MAP-DEBIT-ACCT  PIC 9(6).
           02 MAP-CREDIT-ACCT PIC 9(6).
           02 MAP-COMPANY     PIC X(2).

       FD  POSTING-FILE.
       COPY GLPOST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           02 SRT-DEPT      PIC X(4).
           02 SRT-APELLIDO  PIC A(20).
           02 SRT-NOMBRE    PIC A(20).
           02 SRT-EMP-ID    PIC 9(6).
           02 SRT-BASIS     PIC X.
           02 SRT-RATE      PIC 9(7)V99.
           02 SRT-GROSS     PIC 9(9)V99.
           02 SRT-DAYS      PIC 9(3).
           02 SRT-DEDUCTION PIC 9(9)V99.
           02 SRT-NET       PIC 9(9)V99.

       FD  PAYROLL-REPORT-FILE.
       01  PAYROLL-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX.
       01  WS-ABS-STATUS PIC XX.
       01  WS-DPT-STATUS PIC XX.
       01  WS-MAP-STATUS PIC XX.
       01  WS-GLP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FIRST-DEPT-FLAG PIC X VALUE 'Y'.
           88 WS-FIRST-DEPT VALUE 'Y' FALSE 'N'.
       01  WS-JOURNAL-OK-FLAG PIC X VALUE 'Y'.
           88 WS-JOURNAL-OK VALUE 'Y' FALSE 'N'.

       01  WS-PERIOD PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD.
           02 WS-PERIOD-YYYY PIC 9(4).
           02 WS-PERIOD-MM   PIC 9(2).
       01  WS-PERIOD-FIRST PIC 9(8).
       01  WS-PERIOD-LIMIT PIC 9(8).
       01  WS-PERIOD-DAYS PIC 9(3).
       01  WS-POST-DATE PIC 9(8).

       01  WS-CLIP-FROM PIC 9(8).
       01  WS-CLIP-TO PIC 9(8).
       01  WS-CLIP-DAYS PIC 9(3).
       01  WS-LAST-BUS-DATE PIC 9(8).

       01  WS-SUB PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-UNPAID-COUNT PIC 9(3) VALUE ZERO.
       01  WS-UNPAID-TABLE.
           02 WS-UNPAID-ENTRY OCCURS 500 TIMES.
               03 WS-UNP-EMP-TBL  PIC 9(6).
               03 WS-UNP-DAYS-TBL PIC 9(3).

       01  WS-DEPT-COUNT PIC 9(2) VALUE ZERO.
       01  WS-DEPT-TABLE.
           02 WS-DEPT-ENTRY OCCURS 50 TIMES.
               03 WS-DEPT-CODE-TBL PIC X(4).
               03 WS-DEPT-NAME-TBL PIC X(20).

       01  WS-MAP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MAP-TABLE.
           02 WS-MAP-ENTRY OCCURS 200 TIMES.
               03 WS-TBL-KEY    PIC X(8).
               03 WS-TBL-DEBIT  PIC 9(6).
               03 WS-TBL-CREDIT PIC 9(6).
       01  WS-LOOKUP-KEY PIC X(8).
       01  WS-MAP-HIT PIC 9(3).

      *    One journal pair per department, written only once every
      *    department has an account so the batch always balances.
       01  WS-JRN-COUNT PIC 9(2) VALUE ZERO.
       01  WS-JRN-TABLE.
           02 WS-JRN-ENTRY OCCURS 50 TIMES.
               03 WS-JRN-DEPT-TBL   PIC X(4).
               03 WS-JRN-DEBIT-TBL  PIC 9(6).
               03 WS-JRN-CREDIT-TBL PIC 9(6).
               03 WS-JRN-AMOUNT-TBL PIC 9(11)V99.
       01  WS-GLP-COUNT PIC 9(7) VALUE ZERO.

       01  WS-DAILY-RATE PIC 9(7)V9(4).
       01  WS-CURR-DEPT PIC X(4).
       01  WS-CURR-DEPT-NAME PIC X(20).

       01  WS-DEPT-TOTALS.
           02 WS-DEPT-HEADS     PIC 9(5).
           02 WS-DEPT-GROSS     PIC 9(11)V99.
           02 WS-DEPT-DEDUCTION PIC 9(11)V99.
           02 WS-DEPT-NET       PIC 9(11)V99.
       01  WS-GRAND-TOTALS.
           02 WS-TOTAL-HEADS     PIC 9(5) VALUE ZERO.
           02 WS-TOTAL-GROSS     PIC 9(11)V99 VALUE ZERO.
           02 WS-TOTAL-DEDUCTION PIC 9(11)V99 VALUE ZERO.
           02 WS-TOTAL-NET       PIC 9(11)V99 VALUE ZERO.
       01  WS-NO-RATE-COUNT PIC 9(5) VALUE ZERO.

       COPY RUNSTAMP.
       COPY CALRQ.
       COPY CMPRQ.

       01  WS-HDR-1.
           02 FILLER PIC X(28) VALUE "REGISTRO DE NOMINA - PERIODO".
           02 FILLER PIC X(1) VALUE SPACE.
           02 HD-PERIOD PIC 9(6).
           02 FILLER PIC X(7) VALUE " DIAS: ".
           02 HD-DAYS PIC ZZ9.
           02 FILLER PIC X(8) VALUE " FECHA: ".
           02 HD-DATE PIC 9(8).

       01  WS-HDR-2.
           02 FILLER PIC X(28) VALUE "ID     APELLIDO".
           02 FILLER PIC X(13) VALUE "B     TARIFA".
           02 FILLER PIC X(12) VALUE "      BRUTO".
           02 FILLER PIC X(4) VALUE "DIAS".
           02 FILLER PIC X(12) VALUE "  DESCUENTO".
           02 FILLER PIC X(11) VALUE "    A PAGAR".

       01  WS-DEPT-HEADING.
           02 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           02 DH-DEPT PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DH-NAME PIC X(20).

       01  WS-DETAIL-LINE.
           02 DL-EMP-ID PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-APELLIDO PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-BASIS PIC X.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-RATE PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-GROSS PIC ZZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-DAYS PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-DEDUCTION PIC ZZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-NET PIC ZZZZZZZ9.99.

       01  WS-TOTAL-LINE.
           02 TL-LABEL PIC X(6).
           02 TL-DEPT PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TL-HEADS PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE " EMPL.".
           02 FILLER PIC X(18) VALUE SPACES.
           02 TL-GROSS PIC ZZZZZZZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TL-DEDUCTION PIC ZZZZZZZZ9.99.
           02 TL-NET PIC ZZZZZZZZ9.99.

       01  WS-JOURNAL-LINE.
           02 FILLER PIC X(15) VALUE "ASIENTO GL DEP ".
           02 JL-DEPT PIC X(4).
           02 FILLER PIC X(7) VALUE " DEBE  ".
           02 JL-DEBIT PIC 9(6).
           02 FILLER PIC X(7) VALUE " HABER ".
           02 JL-CREDIT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 JL-AMOUNT PIC ZZZZZZZZZZ9.99.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "PERIODO DE NOMINA AAAAMM (000000 = MES ACTUAL) : ".
           ACCEPT WS-PERIOD.
           IF WS-PERIOD IS NOT NUMERIC OR WS-PERIOD = ZERO
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "PERIODO INVALIDO - NOMINA NO CALCULADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE WS-PERIOD-FIRST = (WS-PERIOD * 100) + 1.
           COMPUTE WS-PERIOD-LIMIT = (WS-PERIOD * 100) + 31.
           MOVE WS-PERIOD-FIRST TO WS-CLIP-FROM.
           MOVE WS-PERIOD-LIMIT TO WS-CLIP-TO.
           PERFORM COUNT-BUSINESS-DAYS.
           MOVE WS-CLIP-DAYS TO WS-PERIOD-DAYS.
           MOVE WS-LAST-BUS-DATE TO WS-POST-DATE.
           IF WS-PERIOD-DAYS = ZERO
               DISPLAY "PERIODO " WS-PERIOD " SIN DIAS HABILES - "
                   "NOMINA NO CALCULADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-MAP-TABLE.
           PERFORM LOAD-UNPAID-LEAVE.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NO DISPONIBLE - STATUS "
                   WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE EMPLOYEE-MASTER.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DEPT
               ON ASCENDING KEY SRT-APELLIDO
               ON ASCENDING KEY SRT-NOMBRE
               INPUT PROCEDURE IS RELEASE-PAYROLL-RECORDS
               OUTPUT PROCEDURE IS PRINT-PAYROLL-REGISTER.

           IF WS-NO-RATE-COUNT > ZERO
               DISPLAY "PAYROLL-RUN - " WS-NO-RATE-COUNT
                   " EMPLEADOS SIN TARIFA DE PAGO - NO INCLUIDOS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "PAYROLL-RUN - PERIODO " WS-PERIOD " "
               WS-TOTAL-HEADS " EMPLEADOS - VER PAYREG.RPT".
           GOBACK.

      *    Business days between WS-CLIP-FROM and WS-CLIP-TO on the
      *    shared calendar; WS-LAST-BUS-DATE is left on the last one.
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-CLIP-DAYS.
           MOVE ZERO TO WS-LAST-BUS-DATE.
           MOVE 'B' TO CAL-FUNCTION.
           MOVE WS-CLIP-FROM TO CAL-DATE-IN.
           CALL "CAL-ROUTINE" USING CALENDAR-REQUEST.
           IF CAL-IS-BUSINESS
               ADD 1 TO WS-CLIP-DAYS
               MOVE WS-CLIP-FROM TO WS-LAST-BUS-DATE
           END-IF.
           MOVE WS-CLIP-FROM TO CAL-DATE-IN.
           PERFORM UNTIL CAL-DATE-IN >= WS-CLIP-TO
                   OR WS-CLIP-DAYS >= 31
               MOVE 'N' TO CAL-FUNCTION
               CALL "CAL-ROUTINE" USING CALENDAR-REQUEST
               IF CAL-DATE-OUT <= WS-CLIP-TO
                   ADD 1 TO WS-CLIP-DAYS
                   MOVE CAL-DATE-OUT TO WS-LAST-BUS-DATE
               END-IF
               MOVE CAL-DATE-OUT TO CAL-DATE-IN
           END-PERFORM.

      *    Unpaid leave ('S') booked by EMP-ABSENCE. A leave wholly
      *    inside the period uses the days booked; one that crosses
      *    the period boundary is recounted for the part inside it.
       LOAD-UNPAID-LEAVE.
           OPEN INPUT ABSENCE-FILE.
           IF WS-ABS-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ABSENCE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ABS-TYPE = 'S'
                               AND ABS-FROM-DATE <= WS-PERIOD-LIMIT
                               AND ABS-TO-DATE >= WS-PERIOD-FIRST
                               PERFORM ADD-UNPAID-LEAVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       ADD-UNPAID-LEAVE.
           IF ABS-FROM-DATE >= WS-PERIOD-FIRST
               AND ABS-TO-DATE <= WS-PERIOD-LIMIT
               MOVE ABS-DAYS TO WS-CLIP-DAYS
           ELSE
               MOVE ABS-FROM-DATE TO WS-CLIP-FROM
               IF WS-CLIP-FROM < WS-PERIOD-FIRST
                   MOVE WS-PERIOD-FIRST TO WS-CLIP-FROM
               END-IF
               MOVE ABS-TO-DATE TO WS-CLIP-TO
               IF WS-CLIP-TO > WS-PERIOD-LIMIT
                   MOVE WS-PERIOD-LIMIT TO WS-CLIP-TO
               END-IF
               PERFORM COUNT-BUSINESS-DAYS
           END-IF.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNPAID-COUNT OR WS-HIT > ZERO
               IF WS-UNP-EMP-TBL(WS-SUB) = ABS-EMP-ID
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = ZERO
               IF WS-UNPAID-COUNT >= 500
                   DISPLAY "ABSENCES.DAT HAS MORE THAN 500 "
                       "EMPLOYEES ON UNPAID LEAVE - EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-UNPAID-COUNT
                   MOVE WS-UNPAID-COUNT TO WS-HIT
                   MOVE ABS-EMP-ID TO WS-UNP-EMP-TBL(WS-HIT)
                   MOVE ZERO TO WS-UNP-DAYS-TBL(WS-HIT)
               END-IF
           END-IF.
           IF WS-HIT > ZERO
               ADD WS-CLIP-DAYS TO WS-UNP-DAYS-TBL(WS-HIT)
           END-IF.

       RELEASE-PAYROLL-RECORDS.
           OPEN INPUT EMPLOYEE-MASTER.
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-MASTER
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF EMP-PAY-RATE IS NOT NUMERIC
                           OR EMP-PAY-RATE = ZERO
                           OR (NOT EMP-PAY-MONTHLY
                               AND NOT EMP-PAY-DAILY)
                           ADD 1 TO WS-NO-RATE-COUNT
                           DISPLAY "EMPLEADO " EMP-ID
                               " SIN TARIFA DE PAGO - NO INCLUIDO"
                       ELSE
                           PERFORM CALCULATE-ONE-EMPLOYEE
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.

      *    Monthly salaries are prorated over the business days of
      *    the period for the deduction; daily rates are paid per
      *    business day. The deduction never exceeds the gross.
       CALCULATE-ONE-EMPLOYEE.
           MOVE EMP-DEPT TO SRT-DEPT.
           MOVE EMP-APELLIDO TO SRT-APELLIDO.
           MOVE EMP-NOMBRE TO SRT-NOMBRE.
           MOVE EMP-ID TO SRT-EMP-ID.
           MOVE EMP-PAY-BASIS TO SRT-BASIS.
           MOVE EMP-PAY-RATE TO SRT-RATE.
           IF EMP-PAY-MONTHLY
               MOVE EMP-PAY-RATE TO SRT-GROSS
               COMPUTE WS-DAILY-RATE =
                   EMP-PAY-RATE / WS-PERIOD-DAYS
           ELSE
               COMPUTE SRT-GROSS = EMP-PAY-RATE * WS-PERIOD-DAYS
               MOVE EMP-PAY-RATE TO WS-DAILY-RATE
           END-IF.

           MOVE ZERO TO SRT-DAYS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNPAID-COUNT
               IF WS-UNP-EMP-TBL(WS-SUB) = EMP-ID
                   MOVE WS-UNP-DAYS-TBL(WS-SUB) TO SRT-DAYS
               END-IF
           END-PERFORM.
           IF SRT-DAYS > WS-PERIOD-DAYS
               MOVE WS-PERIOD-DAYS TO SRT-DAYS
           END-IF.

           COMPUTE SRT-DEDUCTION ROUNDED = WS-DAILY-RATE * SRT-DAYS.
           IF SRT-DEDUCTION > SRT-GROSS
               MOVE SRT-GROSS TO SRT-DEDUCTION
           END-IF.
           COMPUTE SRT-NET = SRT-GROSS - SRT-DEDUCTION.

       PRINT-PAYROLL-REGISTER.
           OPEN OUTPUT PAYROLL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE PAYROLL-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-PERIOD TO HD-PERIOD.
           MOVE WS-PERIOD-DAYS TO HD-DAYS.
           MOVE WS-RUN-DATE TO HD-DATE.
           WRITE PAYROLL-REPORT-LINE FROM WS-HDR-1.
           WRITE PAYROLL-REPORT-LINE FROM WS-HDR-2.

           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-PAYROLL-LINE
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-DEPT
               PERFORM WRITE-DEPT-SUBTOTAL
           END-IF.

           MOVE "TOTAL " TO TL-LABEL.
           MOVE "NOM." TO TL-DEPT.
           MOVE WS-TOTAL-HEADS TO TL-HEADS.
           MOVE WS-TOTAL-GROSS TO TL-GROSS.
           MOVE WS-TOTAL-DEDUCTION TO TL-DEDUCTION.
           MOVE WS-TOTAL-NET TO TL-NET.
           WRITE PAYROLL-REPORT-LINE FROM WS-TOTAL-LINE.

           PERFORM WRITE-PAYROLL-JOURNAL
               THRU WRITE-PAYROLL-JOURNAL-EXIT.

           CLOSE PAYROLL-REPORT-FILE.

       PRINT-PAYROLL-LINE.
           IF WS-FIRST-DEPT OR SRT-DEPT NOT = WS-CURR-DEPT
               PERFORM START-DEPT-BREAK
           END-IF.
           ADD 1 TO WS-DEPT-HEADS.
           ADD SRT-GROSS TO WS-DEPT-GROSS.
           ADD SRT-DEDUCTION TO WS-DEPT-DEDUCTION.
           ADD SRT-NET TO WS-DEPT-NET.
           MOVE SRT-EMP-ID TO DL-EMP-ID.
           MOVE SRT-APELLIDO TO DL-APELLIDO.
           MOVE SRT-BASIS TO DL-BASIS.
           MOVE SRT-RATE TO DL-RATE.
           MOVE SRT-GROSS TO DL-GROSS.
           MOVE SRT-DAYS TO DL-DAYS.
           MOVE SRT-DEDUCTION TO DL-DEDUCTION.
           MOVE SRT-NET TO DL-NET.
           WRITE PAYROLL-REPORT-LINE FROM WS-DETAIL-LINE.

       START-DEPT-BREAK.
           IF NOT WS-FIRST-DEPT
               PERFORM WRITE-DEPT-SUBTOTAL
           END-IF.
           SET WS-FIRST-DEPT TO FALSE.
           MOVE SRT-DEPT TO WS-CURR-DEPT.
           MOVE ZERO TO WS-DEPT-HEADS.
           MOVE ZERO TO WS-DEPT-GROSS.
           MOVE ZERO TO WS-DEPT-DEDUCTION.
           MOVE ZERO TO WS-DEPT-NET.
           MOVE "DEPARTAMENTO DESCONOC" TO WS-CURR-DEPT-NAME.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DEPT-COUNT
               IF WS-DEPT-CODE-TBL(WS-SUB) = WS-CURR-DEPT
                   MOVE WS-DEPT-NAME-TBL(WS-SUB) TO WS-CURR-DEPT-NAME
               END-IF
           END-PERFORM.
           MOVE SPACES TO PAYROLL-REPORT-LINE.
           WRITE PAYROLL-REPORT-LINE.
           MOVE WS-CURR-DEPT TO DH-DEPT.
           MOVE WS-CURR-DEPT-NAME TO DH-NAME.
           WRITE PAYROLL-REPORT-LINE FROM WS-DEPT-HEADING.

       WRITE-DEPT-SUBTOTAL.
           MOVE "TOTAL " TO TL-LABEL.
           MOVE WS-CURR-DEPT TO TL-DEPT.
           MOVE WS-DEPT-HEADS TO TL-HEADS.
           MOVE WS-DEPT-GROSS TO TL-GROSS.
           MOVE WS-DEPT-DEDUCTION TO TL-DEDUCTION.
           MOVE WS-DEPT-NET TO TL-NET.
           WRITE PAYROLL-REPORT-LINE FROM WS-TOTAL-LINE.
           ADD WS-DEPT-HEADS TO WS-TOTAL-HEADS.
           ADD WS-DEPT-GROSS TO WS-TOTAL-GROSS.
           ADD WS-DEPT-DEDUCTION TO WS-TOTAL-DEDUCTION.
           ADD WS-DEPT-NET TO WS-TOTAL-NET.
           PERFORM ADD-JOURNAL-ENTRY.

      *    The department's own PAY-xxxx map entry wins; otherwise
      *    the shop-wide PAYROLL entry carries the expense.
       ADD-JOURNAL-ENTRY.
           IF WS-DEPT-NET = ZERO
               CONTINUE
           ELSE
               MOVE SPACES TO WS-LOOKUP-KEY
               STRING "PAY-" WS-CURR-DEPT DELIMITED BY SIZE
                   INTO WS-LOOKUP-KEY
               PERFORM FIND-MAP-ENTRY
               IF WS-MAP-HIT = ZERO
                   MOVE "PAYROLL" TO WS-LOOKUP-KEY
                   PERFORM FIND-MAP-ENTRY
               END-IF
               IF WS-MAP-HIT = ZERO
                   SET WS-JOURNAL-OK TO FALSE
                   DISPLAY "SIN CUENTA DE NOMINA PARA DEPARTAMENTO "
                       WS-CURR-DEPT
               ELSE
                   IF WS-JRN-COUNT >= 50
                       SET WS-JOURNAL-OK TO FALSE
                       DISPLAY "MAS DE 50 DEPARTAMENTOS EN NOMINA - "
                           "ASIENTO NO GENERADO"
                   ELSE
                       ADD 1 TO WS-JRN-COUNT
                       MOVE WS-CURR-DEPT TO
                           WS-JRN-DEPT-TBL(WS-JRN-COUNT)
                       MOVE WS-TBL-DEBIT(WS-MAP-HIT) TO
                           WS-JRN-DEBIT-TBL(WS-JRN-COUNT)
                       MOVE WS-TBL-CREDIT(WS-MAP-HIT) TO
                           WS-JRN-CREDIT-TBL(WS-JRN-COUNT)
                       MOVE WS-DEPT-NET TO
                           WS-JRN-AMOUNT-TBL(WS-JRN-COUNT)
                   END-IF
               END-IF
           END-IF.

       FIND-MAP-ENTRY.
           MOVE ZERO TO WS-MAP-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAP-COUNT OR WS-MAP-HIT > ZERO
               IF WS-TBL-KEY(WS-SUB) = WS-LOOKUP-KEY
                   MOVE WS-SUB TO WS-MAP-HIT
               END-IF
           END-PERFORM.

      *    The payroll journal is appended to GLPOST.DAT as its own
      *    trailer-terminated batch dated on the last business day
      *    of the period, so GL-POST books it in that period.
       WRITE-PAYROLL-JOURNAL.
           MOVE SPACES TO PAYROLL-REPORT-LINE.
           WRITE PAYROLL-REPORT-LINE.
           IF NOT WS-JOURNAL-OK
               MOVE "ASIENTO GL NO GENERADO - REVISAR GLMAP.DAT"
                   TO PAYROLL-REPORT-LINE
               WRITE PAYROLL-REPORT-LINE
               DISPLAY "PAYROLL-RUN - ASIENTO DE NOMINA NO GENERADO"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO WRITE-PAYROLL-JOURNAL-EXIT
           END-IF.
           IF WS-JRN-COUNT = ZERO
               MOVE "SIN IMPORTES - ASIENTO GL NO GENERADO"
                   TO PAYROLL-REPORT-LINE
               WRITE PAYROLL-REPORT-LINE
               GO TO WRITE-PAYROLL-JOURNAL-EXIT
           END-IF.

           OPEN EXTEND POSTING-FILE.
           IF WS-GLP-STATUS = "35"
               OPEN OUTPUT POSTING-FILE
           END-IF.
           PERFORM VARYING WS-HIT FROM 1 BY 1
                   UNTIL WS-HIT > WS-JRN-COUNT
               MOVE SPACES TO POSTING-RECORD
               MOVE 'D' TO GLP-RECORD-TYPE
               MOVE WS-JRN-DEBIT-TBL(WS-HIT) TO GLP-ACCOUNT
               MOVE 'D' TO GLP-DC
               MOVE WS-JRN-AMOUNT-TBL(WS-HIT) TO GLP-AMOUNT
               MOVE WS-POST-DATE TO GLP-DATE
               MOVE "PAYROLL" TO GLP-SOURCE
               MOVE CMQ-DEFAULT-CODE TO GLP-COMPANY
               STRING WS-JRN-DEPT-TBL(WS-HIT) WS-PERIOD
                   DELIMITED BY SIZE INTO GLP-REFERENCE
               WRITE POSTING-RECORD
               ADD 1 TO WS-GLP-COUNT

               MOVE 'C' TO GLP-DC
               MOVE WS-JRN-CREDIT-TBL(WS-HIT) TO GLP-ACCOUNT
               WRITE POSTING-RECORD
               ADD 1 TO WS-GLP-COUNT

               MOVE WS-JRN-DEPT-TBL(WS-HIT) TO JL-DEPT
               MOVE WS-JRN-DEBIT-TBL(WS-HIT) TO JL-DEBIT
               MOVE WS-JRN-CREDIT-TBL(WS-HIT) TO JL-CREDIT
               MOVE WS-JRN-AMOUNT-TBL(WS-HIT) TO JL-AMOUNT
               WRITE PAYROLL-REPORT-LINE FROM WS-JOURNAL-LINE
           END-PERFORM.

           MOVE SPACES TO POSTING-RECORD.
           MOVE 'T' TO GLP-RECORD-TYPE.
           MOVE ZERO TO GLP-ACCOUNT.
           MOVE 'N' TO GLP-DC.
           MOVE WS-TOTAL-NET TO GLP-AMOUNT.
           MOVE WS-POST-DATE TO GLP-DATE.
           MOVE "TRAILER" TO GLP-SOURCE.
           MOVE WS-GLP-COUNT TO GLP-REFERENCE.
           WRITE POSTING-RECORD.
           CLOSE POSTING-FILE.

           MOVE SPACES TO PAYROLL-REPORT-LINE.
           STRING "ASIENTO GL AGREGADO A GLPOST.DAT - " WS-GLP-COUNT
               " APUNTES, FECHA " WS-POST-DATE
               DELIMITED BY SIZE INTO PAYROLL-REPORT-LINE.
           WRITE PAYROLL-REPORT-LINE.
       WRITE-PAYROLL-JOURNAL-EXIT.
           EXIT.

       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-REF-FILE.
           IF WS-DPT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ DEPT-REF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DEPT-COUNT >= 50
                               DISPLAY "DEPTREF.DAT HAS MORE THAN 50 "
                                   "DEPARTMENTS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DPT-CODE TO
                                   WS-DEPT-CODE-TBL(WS-DEPT-COUNT)
                               MOVE DPT-NAME TO
                                   WS-DEPT-NAME-TBL(WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    Payroll is booked by the default company, so only its map
      *    rows (or rows without a company) are loaded.
       LOAD-MAP-TABLE.
           MOVE SPACES TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-MAP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ACCOUNT-MAP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF MAP-COMPANY = SPACES
                               OR MAP-COMPANY = CMQ-DEFAULT-CODE
                               PERFORM STORE-MAP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP-FILE
           ELSE
               DISPLAY "GLMAP.DAT NO DISPONIBLE - STATUS "
                   WS-MAP-STATUS
           END-IF.
           SET WS-EOF TO FALSE.

       STORE-MAP-ROW.
           IF WS-MAP-COUNT >= 200
               DISPLAY "GLMAP.DAT HAS MORE THAN 200 "
                   "ENTRIES - EXTRA IGNORED"
           ELSE
               ADD 1 TO WS-MAP-COUNT
               MOVE MAP-KEY TO WS-TBL-KEY(WS-MAP-COUNT)
               MOVE MAP-DEBIT-ACCT TO WS-TBL-DEBIT(WS-MAP-COUNT)
               MOVE MAP-CREDIT-ACCT TO WS-TBL-CREDIT(WS-MAP-COUNT)
           END-IF.

       END PROGRAM PAYROLL-RUN.
