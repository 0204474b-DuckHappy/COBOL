      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-CHANGES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAU-STATUS.
           SELECT ITEM-AUDIT-FILE ASSIGN TO "ITEMAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IAU-STATUS.
           SELECT FX-AUDIT-FILE ASSIGN TO "FXAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXA-STATUS.
           SELECT RATE-AUDIT-FILE ASSIGN TO "RATEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAU-STATUS.
           SELECT RATE-REJECT-FILE ASSIGN TO "RATEREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT COA-AUDIT-FILE ASSIGN TO "COAAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GCA-STATUS.
           SELECT MSG-AUDIT-FILE ASSIGN TO "MSGAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCA-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "REFCHG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    CUSTAUD.DAT and ITEMAUD.DAT are the layouts CUST-MAINT and
      *    ITEM-MAINT write. CUSTAUD carries the customer as it stood
      *    after each change, so the before values are taken from the
      *    previous line for the same customer.
       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-RECORD.
           02 CAU-DATE     PIC 9(8).
           02 CAU-TIME     PIC 9(8).
           02 CAU-OPERATOR PIC X(8).
           02 CAU-ACTION   PIC X.
           02 CAU-CODE     PIC X(6).
           02 CAU-NAME     PIC X(20).
           02 CAU-CREDIT-LIMIT PIC 9(7)V999.
           02 CAU-CREDIT-HOLD  PIC X.
           02 CAU-COMPANY      PIC X(2).
           02 CAU-PARENT       PIC X(6).

       FD  ITEM-AUDIT-FILE.
       01  ITEM-AUDIT-RECORD.
           02 IAU-DATE     PIC 9(8).
           02 IAU-TIME     PIC 9(8).
           02 IAU-OPERATOR PIC X(8).
           02 IAU-ACTION   PIC X.
           02 IAU-CODE     PIC X(6).
           02 IAU-DESC     PIC X(20).
           02 IAU-OLD-COST PIC 9(5)V99.
           02 IAU-NEW-COST PIC 9(5)V99.

       FD  FX-AUDIT-FILE.
       COPY FXAUD.

       FD  RATE-AUDIT-FILE.
       01  RATE-AUDIT-RECORD.
           02 RAU-DATE      PIC 9(8).
           02 RAU-TIME      PIC 9(8).
           02 RAU-OPERATOR  PIC X(8).
           02 RAU-ACTION    PIC X.
           02 RAU-RATE-CODE PIC X(6).
           02 RAU-OLD-RATE  PIC V999.
           02 RAU-NEW-RATE  PIC V999.

       FD  RATE-REJECT-FILE.
       01  RATE-REJECT-RECORD.
           02 REJ-ACTION    PIC X.
           02 REJ-RATE-CODE PIC X(6).
           02 REJ-PROPOSER  PIC X(8).
           02 REJ-PROP-DATE PIC 9(8).
           02 REJ-REVIEWER  PIC X(8).
           02 REJ-REVIEW-DATE PIC 9(8).
           02 REJ-REASON    PIC X(30).

       FD  HISTORY-FILE.
       COPY EMPHIST.

       FD  COA-AUDIT-FILE.
       COPY COAAUD.

       FD  MSG-AUDIT-FILE.
       COPY MSGAUD.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAU-STATUS PIC XX.
       01  WS-IAU-STATUS PIC XX.
       01  WS-FXA-STATUS PIC XX.
       01  WS-RAU-STATUS PIC XX.
       01  WS-REJ-STATUS PIC XX.
       01  WS-HIS-STATUS PIC XX.
       01  WS-GCA-STATUS PIC XX.
       01  WS-MCA-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-SELECTED-FLAG PIC X.
           88 WS-SELECTED VALUE 'Y' FALSE 'N'.
       01  WS-NO-PRIOR-FLAG PIC X.
           88 WS-NO-PRIOR VALUE 'Y' FALSE 'N'.
       01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-OVERFLOW VALUE 'Y'.

       01  WS-ASK-FILE PIC X(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-ASK-OPERATOR PIC X(8).

      *    One line per field changed, kept in date and time order
      *    across all the trails. WS-CUR-CHANGE is built by each trail
      *    and copied whole into the table.
       01  WS-CUR-CHANGE.
           02 WS-CUR-DATE     PIC 9(8).
           02 WS-CUR-TIME     PIC 9(8).
           02 WS-CUR-FILE     PIC X(8).
           02 WS-CUR-KEY      PIC X(14).
           02 WS-CUR-ACTION   PIC X.
           02 WS-CUR-FIELD    PIC X(10).
           02 WS-CUR-BEFORE   PIC X(30).
           02 WS-CUR-AFTER    PIC X(30).
           02 WS-CUR-OPERATOR PIC X(8).
           02 WS-CUR-APPROVER PIC X(8).
       01  WS-CHG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CHG-TABLE.
           02 WS-CHG-ENTRY OCCURS 3000 TIMES PIC X(125).
       01  WS-CHG-SUB PIC 9(4).
       01  WS-CHG-POS PIC 9(4).
       01  WS-EVENT-LINES PIC 9(3).

      *    Field comparison: the caller sets the field label and the
      *    old and new values; a line is kept only when they differ.
       01  WS-CMP-FIELD PIC X(10).
       01  WS-CMP-OLD PIC X(30).
       01  WS-CMP-NEW PIC X(30).
       01  WS-NO-HISTORY-TEXT PIC X(30)
           VALUE "(SIN HISTORIA PREVIA)".

       01  WS-EDIT-LIMIT PIC Z,ZZZ,ZZ9.999.
       01  WS-EDIT-COST PIC ZZ,ZZ9.99.
       01  WS-EDIT-FX PIC Z,ZZ9.9999.
       01  WS-EDIT-RATE PIC 9.999.
       01  WS-EDIT-PAY PIC Z,ZZZ,ZZ9.99.
       01  WS-PAY-TEXT PIC X(30).

       01  WS-CUS-PRIOR-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CUS-PRIOR-TABLE.
           02 WS-CUS-PRIOR OCCURS 1000 TIMES.
               03 WS-CP-CODE    PIC X(6).
               03 WS-CP-NAME    PIC X(20).
               03 WS-CP-LIMIT   PIC 9(7)V999.
               03 WS-CP-HOLD    PIC X.
               03 WS-CP-COMPANY PIC X(2).
               03 WS-CP-PARENT  PIC X(6).
               03 WS-CP-ACTIVE  PIC X.
       01  WS-CP-HIT PIC 9(4).
       01  WS-SUB-CP PIC 9(4).
       01  WS-CUS-ACTIVE PIC X.

       01  WS-ITM-PRIOR-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ITM-PRIOR-TABLE.
           02 WS-ITM-PRIOR OCCURS 1000 TIMES.
               03 WS-IP-CODE   PIC X(6).
               03 WS-IP-DESC   PIC X(20).
               03 WS-IP-ACTIVE PIC X.
       01  WS-IP-HIT PIC 9(4).
       01  WS-SUB-IP PIC 9(4).
       01  WS-ITM-ACTIVE PIC X.

      *    Rate proposals still waiting for their release, and the
      *    rejections that take a proposal off that queue, paired the
      *    way OPER-WORKLOAD pairs them.
       01  WS-PROP-SUB PIC 9(3).
       01  WS-PROP-HIT PIC 9(3).
       01  WS-PROP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PROP-TABLE.
           02 WS-PROP-ENTRY OCCURS 200 TIMES.
               03 WS-PROP-CODE     PIC X(6).
               03 WS-PROP-ACTION   PIC X.
               03 WS-PROP-DATE     PIC 9(8).
               03 WS-PROP-OPERATOR PIC X(8).
       01  WS-REJ-SUB PIC 9(3).
       01  WS-REJ-HIT PIC 9(3).
       01  WS-REJ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-REJ-TABLE.
           02 WS-REJ-ENTRY OCCURS 200 TIMES.
               03 WS-REJ-CODE   PIC X(6).
               03 WS-REJ-ACTION PIC X.
               03 WS-REJ-DATE   PIC 9(8).
               03 WS-REJ-USED   PIC X.

      *    The classic 52-byte employee view carried in the EMPHIST
      *    images.
       01  WS-EMP-BEFORE.
           02 WS-EB-ID       PIC X(6).
           02 WS-EB-NOMBRE   PIC X(20).
           02 WS-EB-APELLIDO PIC X(20).
           02 WS-EB-EDAD     PIC X(2).
           02 WS-EB-DEPT     PIC X(4).
       01  WS-EMP-AFTER.
           02 WS-EA-ID       PIC X(6).
           02 WS-EA-NOMBRE   PIC X(20).
           02 WS-EA-APELLIDO PIC X(20).
           02 WS-EA-EDAD     PIC X(2).
           02 WS-EA-DEPT     PIC X(4).

      *    Summary counters: one row per trail, one per operator.
       01  WS-FILE-NAMES.
           02 FILLER PIC X(8) VALUE "CUSTAUD".
           02 FILLER PIC X(8) VALUE "ITEMAUD".
           02 FILLER PIC X(8) VALUE "FXAUD".
           02 FILLER PIC X(8) VALUE "RATEAUD".
           02 FILLER PIC X(8) VALUE "EMPHIST".
           02 FILLER PIC X(8) VALUE "COAAUD".
           02 FILLER PIC X(8) VALUE "MSGAUD".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           02 WS-FILE-NAME PIC X(8) OCCURS 7 TIMES.
       01  WS-FILE-TOTALS.
           02 WS-FILE-TOTAL OCCURS 7 TIMES.
               03 WS-FT-CHANGES PIC 9(5).
               03 WS-FT-FIELDS  PIC 9(5).
               03 WS-FT-STATE   PIC X(14).
       01  WS-FILE-SUB PIC 9.
       01  WS-CUR-FILE-SUB PIC 9.

       01  WS-OPS-COUNT PIC 9(3) VALUE ZERO.
       01  WS-OPS-TABLE.
           02 WS-OPS-ENTRY OCCURS 100 TIMES.
               03 WS-OPS-ID       PIC X(8).
               03 WS-OPS-MADE     PIC 9(5).
               03 WS-OPS-APPROVED PIC 9(5).
       01  WS-OPS-SUB PIC 9(3).
       01  WS-OPS-HIT PIC 9(3).
       01  WS-OPS-LOOKUP PIC X(8).

       01  WS-TOTAL-CHANGES PIC 9(5) VALUE ZERO.

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY ACCLOGRQ.

       01  WS-TITLE-LINE.
           02 FILLER PIC X(30) VALUE "CAMBIOS EN DATOS MAESTROS DEL ".
           02 TL-FROM PIC X(8).
           02 FILLER PIC X(4) VALUE " AL ".
           02 TL-TO PIC X(8).
           02 FILLER PIC X(13) VALUE "   EMITIDO: ".
           02 TL-RUN-DATE PIC 9(8).

       01  WS-FILTER-LINE.
           02 FILLER PIC X(9) VALUE "ARCHIVO: ".
           02 FL-FILE PIC X(8).
           02 FILLER PIC X(12) VALUE "  OPERADOR: ".
           02 FL-OPERATOR PIC X(8).

       01  WS-DETAIL-HEAD.
           02 FILLER PIC X(42)
               VALUE "FECHA    HORA   ARCHIVO  CLAVE          A ".
           02 FILLER PIC X(42)
               VALUE "CAMPO      ANTES                          ".
           02 FILLER PIC X(31)
               VALUE "DESPUES                        ".
           02 FILLER PIC X(17) VALUE "OPERADOR APROBADO".

       01  WS-DETAIL-LINE.
           02 DL-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-TIME PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 DL-FILE PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-KEY PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 DL-ACTION PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 DL-FIELD PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 DL-BEFORE PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 DL-AFTER PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 DL-OPERATOR PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-APPROVER PIC X(8).

       01  WS-NONE-LINE.
           02 FILLER PIC X(40) VALUE "  SIN CAMBIOS EN EL PERIODO".

       01  WS-OVERFLOW-LINE.
           02 FILLER PIC X(32) VALUE "  ** MAS DE 3000 CAMBIOS - ".
           02 FILLER PIC X(29) VALUE "PERIODO INCOMPLETO, ACOTAR **".

       01  WS-SUMMARY-TITLE.
           02 FILLER PIC X(23) VALUE "RESUMEN DE CAMBIOS DEL ".
           02 ST-FROM PIC X(8).
           02 FILLER PIC X(4) VALUE " AL ".
           02 ST-TO PIC X(8).

       01  WS-FILE-HEAD.
           02 FILLER PIC X(42)
               VALUE "ARCHIVO    CAMBIOS   CAMPOS  ESTADO".

       01  WS-FILE-LINE.
           02 FS-FILE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FS-CHANGES PIC ZZ,ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FS-FIELDS PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FS-STATE PIC X(14).

       01  WS-OPS-HEAD.
           02 FILLER PIC X(40)
               VALUE "OPERADOR  REALIZADOS  APROBADOS".

       01  WS-OPS-LINE.
           02 OS-OPERATOR PIC X(8).
           02 FILLER PIC X(4) VALUE SPACES.
           02 OS-MADE PIC ZZ,ZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 OS-APPROVED PIC ZZ,ZZ9.

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(18) VALUE "TOTAL CAMBIOS    ".
           02 TT-CHANGES PIC ZZ,ZZ9.
           02 FILLER PIC X(18) VALUE "   LINEAS CAMPO   ".
           02 TT-LINES PIC ZZ,ZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "ARCHIVO (CUSTAUD ITEMAUD FXAUD RATEAUD EMPHIST "
               "COAAUD MSGAUD - ALL = TODOS) : ".
           ACCEPT WS-ASK-FILE.
           DISPLAY "DESDE AAAAMMDD (00000000 = SIN LIMITE) : ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "HASTA AAAAMMDD (00000000 = SIN LIMITE) : ".
           ACCEPT WS-TO-DATE.
           DISPLAY "OPERADOR O APROBADOR (ESPACIOS = TODOS) : ".
           ACCEPT WS-ASK-OPERATOR.
           IF WS-ASK-FILE = SPACES
               MOVE "ALL" TO WS-ASK-FILE
           END-IF.
           IF WS-FROM-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-FROM-DATE
           END-IF.
           IF WS-TO-DATE IS NOT NUMERIC
               MOVE ZERO TO WS-TO-DATE
           END-IF.

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 7
               MOVE ZERO TO WS-FT-CHANGES(WS-FILE-SUB)
               MOVE ZERO TO WS-FT-FIELDS(WS-FILE-SUB)
               IF WS-ASK-FILE = "ALL"
                       OR WS-ASK-FILE = WS-FILE-NAME(WS-FILE-SUB)
                   MOVE "LEIDO" TO WS-FT-STATE(WS-FILE-SUB)
               ELSE
                   MOVE "EXCLUIDO" TO WS-FT-STATE(WS-FILE-SUB)
               END-IF
           END-PERFORM.

           MOVE 1 TO WS-CUR-FILE-SUB.
           IF WS-FT-STATE(1) = "LEIDO"
               PERFORM SCAN-CUSTOMER-TRAIL
           END-IF.
           MOVE 2 TO WS-CUR-FILE-SUB.
           IF WS-FT-STATE(2) = "LEIDO"
               PERFORM SCAN-ITEM-TRAIL
           END-IF.
           MOVE 3 TO WS-CUR-FILE-SUB.
           IF WS-FT-STATE(3) = "LEIDO"
               PERFORM SCAN-FX-TRAIL
           END-IF.
           MOVE 4 TO WS-CUR-FILE-SUB.
           IF WS-FT-STATE(4) = "LEIDO"
               PERFORM LOAD-RATE-REJECTS
               PERFORM SCAN-RATE-TRAIL
           END-IF.
           MOVE 5 TO WS-CUR-FILE-SUB.
           IF WS-FT-STATE(5) = "LEIDO"
               PERFORM SCAN-EMPLOYEE-TRAIL
           END-IF.
           MOVE 6 TO WS-CUR-FILE-SUB.
           IF WS-FT-STATE(6) = "LEIDO"
               PERFORM SCAN-COA-TRAIL
           END-IF.
           MOVE 7 TO WS-CUR-FILE-SUB.
           IF WS-FT-STATE(7) = "LEIDO"
               PERFORM SCAN-MSG-TRAIL
           END-IF.

           PERFORM WRITE-CHANGE-REPORT.

           DISPLAY "REF-CHANGES - " WS-TOTAL-CHANGES " CAMBIOS, "
               WS-CHG-COUNT " LINEAS - VER REFCHG.RPT".

           MOVE SGN-OPERATOR-ID TO ACQ-OPERATOR.
           MOVE "REF-CHANGES" TO ACQ-PROGRAM.
           MOVE SPACES TO ACQ-CRITERIA.
           STRING WS-ASK-FILE " " WS-FROM-DATE "-" WS-TO-DATE
               " OP " WS-ASK-OPERATOR
               DELIMITED BY SIZE INTO ACQ-CRITERIA.
           MOVE WS-CHG-COUNT TO ACQ-RETURNED.
           CALL "ACC-LOG" USING ACCESS-LOG-REQUEST.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           GOBACK.

      *    Every trail is read from its first line so the before
      *    values are known; only changes inside the date range and
      *    made or approved by the selected operator are kept.
       CHECK-SELECTED.
           SET WS-SELECTED TO TRUE.
           IF WS-FROM-DATE > ZERO AND WS-CUR-DATE < WS-FROM-DATE
               SET WS-SELECTED TO FALSE
           END-IF.
           IF WS-TO-DATE > ZERO AND WS-CUR-DATE > WS-TO-DATE
               SET WS-SELECTED TO FALSE
           END-IF.
           IF WS-ASK-OPERATOR NOT = SPACES
                   AND WS-ASK-OPERATOR NOT = WS-CUR-OPERATOR
                   AND WS-ASK-OPERATOR NOT = WS-CUR-APPROVER
               SET WS-SELECTED TO FALSE
           END-IF.
           MOVE ZERO TO WS-EVENT-LINES.

       NOTE-TRAIL-MISSING.
           MOVE "SIN ARCHIVO" TO WS-FT-STATE(WS-CUR-FILE-SUB).

      *    Expects WS-CMP-FIELD, WS-CMP-OLD and WS-CMP-NEW; the rest
      *    of WS-CUR-CHANGE is already set for the audit line.
       COMPARE-FIELD.
           IF WS-CMP-OLD NOT = WS-CMP-NEW
               MOVE WS-CMP-FIELD TO WS-CUR-FIELD
               IF WS-NO-PRIOR
                   MOVE WS-NO-HISTORY-TEXT TO WS-CUR-BEFORE
               ELSE
                   MOVE WS-CMP-OLD TO WS-CUR-BEFORE
               END-IF
               MOVE WS-CMP-NEW TO WS-CUR-AFTER
               PERFORM ADD-CHANGE-LINE
           END-IF.

      *    Inserts the line after every line with the same or an
      *    earlier date and time, so each trail keeps its own order.
       ADD-CHANGE-LINE.
           IF WS-CHG-COUNT >= 3000
               IF NOT WS-OVERFLOW
                   DISPLAY "CHANGE TRAILS HAVE MORE THAN 3000 LINES "
                       "IN RANGE - EXTRA IGNORED"
                   SET WS-OVERFLOW TO TRUE
               END-IF
           ELSE
               MOVE WS-CHG-COUNT TO WS-CHG-POS
               PERFORM UNTIL WS-CHG-POS = ZERO
                       OR WS-CHG-ENTRY(WS-CHG-POS)(1:16)
                           NOT > WS-CUR-CHANGE(1:16)
                   MOVE WS-CHG-ENTRY(WS-CHG-POS)
                       TO WS-CHG-ENTRY(WS-CHG-POS + 1)
                   SUBTRACT 1 FROM WS-CHG-POS
               END-PERFORM
               MOVE WS-CUR-CHANGE TO WS-CHG-ENTRY(WS-CHG-POS + 1)
               ADD 1 TO WS-CHG-COUNT
               ADD 1 TO WS-FT-FIELDS(WS-CUR-FILE-SUB)
               ADD 1 TO WS-EVENT-LINES
           END-IF.

      *    Called once per audit line after its fields are compared;
      *    an audit line that changed nothing is not counted.
       COUNT-CHANGE.
           IF WS-EVENT-LINES > ZERO
               ADD 1 TO WS-TOTAL-CHANGES
               ADD 1 TO WS-FT-CHANGES(WS-CUR-FILE-SUB)
               MOVE WS-CUR-OPERATOR TO WS-OPS-LOOKUP
               PERFORM FIND-OPERATOR-ROW
               IF WS-OPS-HIT > ZERO
                   ADD 1 TO WS-OPS-MADE(WS-OPS-HIT)
               END-IF
               IF WS-CUR-APPROVER NOT = SPACES
                   MOVE WS-CUR-APPROVER TO WS-OPS-LOOKUP
                   PERFORM FIND-OPERATOR-ROW
                   IF WS-OPS-HIT > ZERO
                       ADD 1 TO WS-OPS-APPROVED(WS-OPS-HIT)
                   END-IF
               END-IF
           END-IF.

       FIND-OPERATOR-ROW.
           MOVE ZERO TO WS-OPS-HIT.
           PERFORM VARYING WS-OPS-SUB FROM 1 BY 1
                   UNTIL WS-OPS-SUB > WS-OPS-COUNT OR WS-OPS-HIT > ZERO
               IF WS-OPS-ID(WS-OPS-SUB) = WS-OPS-LOOKUP
                   MOVE WS-OPS-SUB TO WS-OPS-HIT
               END-IF
           END-PERFORM.
           IF WS-OPS-HIT = ZERO
               IF WS-OPS-COUNT >= 100
                   DISPLAY "CHANGE TRAILS HAVE MORE THAN 100 "
                       "OPERATORS - EXTRA NOT SUMMARISED"
               ELSE
                   ADD 1 TO WS-OPS-COUNT
                   MOVE WS-OPS-COUNT TO WS-OPS-HIT
                   MOVE WS-OPS-LOOKUP TO WS-OPS-ID(WS-OPS-HIT)
                   MOVE ZERO TO WS-OPS-MADE(WS-OPS-HIT)
                   MOVE ZERO TO WS-OPS-APPROVED(WS-OPS-HIT)
               END-IF
           END-IF.

       SCAN-CUSTOMER-TRAIL.
           OPEN INPUT CUST-AUDIT-FILE.
           IF WS-CAU-STATUS NOT = "00"
               PERFORM NOTE-TRAIL-MISSING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CUST-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-CUSTOMER-ROW
                   END-READ
               END-PERFORM
               CLOSE CUST-AUDIT-FILE
           END-IF.

       CHECK-CUSTOMER-ROW.
           MOVE ZERO TO WS-CP-HIT.
           PERFORM VARYING WS-SUB-CP FROM 1 BY 1
                   UNTIL WS-SUB-CP > WS-CUS-PRIOR-COUNT
                   OR WS-CP-HIT > ZERO
               IF WS-CP-CODE(WS-SUB-CP) = CAU-CODE
                   MOVE WS-SUB-CP TO WS-CP-HIT
               END-IF
           END-PERFORM.
           EVALUATE CAU-ACTION
               WHEN 'D'
                   MOVE 'N' TO WS-CUS-ACTIVE
               WHEN 'A'
               WHEN 'R'
                   MOVE 'S' TO WS-CUS-ACTIVE
               WHEN OTHER
                   IF WS-CP-HIT > ZERO
                       MOVE WS-CP-ACTIVE(WS-CP-HIT) TO WS-CUS-ACTIVE
                   ELSE
                       MOVE 'S' TO WS-CUS-ACTIVE
                   END-IF
           END-EVALUATE.

           MOVE CAU-DATE TO WS-CUR-DATE.
           MOVE CAU-TIME TO WS-CUR-TIME.
           MOVE "CUSTAUD" TO WS-CUR-FILE.
           MOVE CAU-CODE TO WS-CUR-KEY.
           MOVE CAU-ACTION TO WS-CUR-ACTION.
           MOVE CAU-OPERATOR TO WS-CUR-OPERATOR.
           MOVE SPACES TO WS-CUR-APPROVER.
           PERFORM CHECK-SELECTED.
           IF WS-SELECTED
               PERFORM COMPARE-CUSTOMER-FIELDS
               PERFORM COUNT-CHANGE
           END-IF.

           IF WS-CP-HIT = ZERO
               IF WS-CUS-PRIOR-COUNT >= 1000
                   DISPLAY "CUSTAUD.DAT HAS MORE THAN 1000 "
                       "CUSTOMERS - BEFORE VALUES NOT KEPT"
               ELSE
                   ADD 1 TO WS-CUS-PRIOR-COUNT
                   MOVE WS-CUS-PRIOR-COUNT TO WS-CP-HIT
               END-IF
           END-IF.
           IF WS-CP-HIT > ZERO
               MOVE CAU-CODE TO WS-CP-CODE(WS-CP-HIT)
               MOVE CAU-NAME TO WS-CP-NAME(WS-CP-HIT)
               MOVE CAU-CREDIT-LIMIT TO WS-CP-LIMIT(WS-CP-HIT)
               MOVE CAU-CREDIT-HOLD TO WS-CP-HOLD(WS-CP-HIT)
               MOVE CAU-COMPANY TO WS-CP-COMPANY(WS-CP-HIT)
               MOVE CAU-PARENT TO WS-CP-PARENT(WS-CP-HIT)
               MOVE WS-CUS-ACTIVE TO WS-CP-ACTIVE(WS-CP-HIT)
           END-IF.

      *    An alta is compared against blanks; any other change for a
      *    customer with no earlier audit line shows the new values
      *    with no known before value.
       COMPARE-CUSTOMER-FIELDS.
           SET WS-NO-PRIOR TO FALSE.
           IF WS-CP-HIT = ZERO AND CAU-ACTION NOT = 'A'
               SET WS-NO-PRIOR TO TRUE
           END-IF.

           MOVE "NOMBRE" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CP-HIT > ZERO
               MOVE WS-CP-NAME(WS-CP-HIT) TO WS-CMP-OLD
           END-IF.
           MOVE CAU-NAME TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           MOVE "LIMITE" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CP-HIT > ZERO
               MOVE WS-CP-LIMIT(WS-CP-HIT) TO WS-EDIT-LIMIT
               MOVE WS-EDIT-LIMIT TO WS-CMP-OLD
           END-IF.
           MOVE SPACES TO WS-CMP-NEW.
           IF CAU-CREDIT-LIMIT IS NUMERIC
               MOVE CAU-CREDIT-LIMIT TO WS-EDIT-LIMIT
               MOVE WS-EDIT-LIMIT TO WS-CMP-NEW
           END-IF.
           PERFORM COMPARE-FIELD.

           MOVE "RETENCION" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CP-HIT > ZERO
               MOVE WS-CP-HOLD(WS-CP-HIT) TO WS-CMP-OLD
           END-IF.
           MOVE CAU-CREDIT-HOLD TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           MOVE "EMPRESA" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CP-HIT > ZERO
               MOVE WS-CP-COMPANY(WS-CP-HIT) TO WS-CMP-OLD
           END-IF.
           MOVE CAU-COMPANY TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           MOVE "MATRIZ" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CP-HIT > ZERO
               MOVE WS-CP-PARENT(WS-CP-HIT) TO WS-CMP-OLD
           END-IF.
           MOVE CAU-PARENT TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           MOVE "ACTIVO" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-CP-HIT > ZERO
               MOVE WS-CP-ACTIVE(WS-CP-HIT) TO WS-CMP-OLD
           END-IF.
           MOVE WS-CUS-ACTIVE TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

       SCAN-ITEM-TRAIL.
           OPEN INPUT ITEM-AUDIT-FILE.
           IF WS-IAU-STATUS NOT = "00"
               PERFORM NOTE-TRAIL-MISSING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ITEM-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ITEM-ROW
                   END-READ
               END-PERFORM
               CLOSE ITEM-AUDIT-FILE
           END-IF.

      *    ITEMAUD.DAT carries the old and new standard cost itself;
      *    the description and the active flag come from the item's
      *    previous audit line.
       CHECK-ITEM-ROW.
           MOVE ZERO TO WS-IP-HIT.
           PERFORM VARYING WS-SUB-IP FROM 1 BY 1
                   UNTIL WS-SUB-IP > WS-ITM-PRIOR-COUNT
                   OR WS-IP-HIT > ZERO
               IF WS-IP-CODE(WS-SUB-IP) = IAU-CODE
                   MOVE WS-SUB-IP TO WS-IP-HIT
               END-IF
           END-PERFORM.
           EVALUATE IAU-ACTION
               WHEN 'D'
                   MOVE 'N' TO WS-ITM-ACTIVE
               WHEN 'A'
               WHEN 'R'
                   MOVE 'S' TO WS-ITM-ACTIVE
               WHEN OTHER
                   IF WS-IP-HIT > ZERO
                       MOVE WS-IP-ACTIVE(WS-IP-HIT) TO WS-ITM-ACTIVE
                   ELSE
                       MOVE 'S' TO WS-ITM-ACTIVE
                   END-IF
           END-EVALUATE.

           MOVE IAU-DATE TO WS-CUR-DATE.
           MOVE IAU-TIME TO WS-CUR-TIME.
           MOVE "ITEMAUD" TO WS-CUR-FILE.
           MOVE IAU-CODE TO WS-CUR-KEY.
           MOVE IAU-ACTION TO WS-CUR-ACTION.
           MOVE IAU-OPERATOR TO WS-CUR-OPERATOR.
           MOVE SPACES TO WS-CUR-APPROVER.
           PERFORM CHECK-SELECTED.
           IF WS-SELECTED
               PERFORM COMPARE-ITEM-FIELDS
               PERFORM COUNT-CHANGE
           END-IF.

           IF WS-IP-HIT = ZERO
               IF WS-ITM-PRIOR-COUNT >= 1000
                   DISPLAY "ITEMAUD.DAT HAS MORE THAN 1000 "
                       "ITEMS - BEFORE VALUES NOT KEPT"
               ELSE
                   ADD 1 TO WS-ITM-PRIOR-COUNT
                   MOVE WS-ITM-PRIOR-COUNT TO WS-IP-HIT
               END-IF
           END-IF.
           IF WS-IP-HIT > ZERO
               MOVE IAU-CODE TO WS-IP-CODE(WS-IP-HIT)
               MOVE IAU-DESC TO WS-IP-DESC(WS-IP-HIT)
               MOVE WS-ITM-ACTIVE TO WS-IP-ACTIVE(WS-IP-HIT)
           END-IF.

       COMPARE-ITEM-FIELDS.
           SET WS-NO-PRIOR TO FALSE.
           IF WS-IP-HIT = ZERO AND IAU-ACTION NOT = 'A'
               SET WS-NO-PRIOR TO TRUE
           END-IF.

           MOVE "DESCRIPC" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-IP-HIT > ZERO
               MOVE WS-IP-DESC(WS-IP-HIT) TO WS-CMP-OLD
           END-IF.
           MOVE IAU-DESC TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           SET WS-NO-PRIOR TO FALSE.
           MOVE "COSTE" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-CMP-OLD.
           IF IAU-ACTION NOT = 'A' AND IAU-OLD-COST IS NUMERIC
               MOVE IAU-OLD-COST TO WS-EDIT-COST
               MOVE WS-EDIT-COST TO WS-CMP-OLD
           END-IF.
           MOVE SPACES TO WS-CMP-NEW.
           IF IAU-NEW-COST IS NUMERIC
               MOVE IAU-NEW-COST TO WS-EDIT-COST
               MOVE WS-EDIT-COST TO WS-CMP-NEW
           END-IF.
           IF IAU-ACTION = 'A' OR IAU-ACTION = 'S'
               PERFORM COMPARE-FIELD
           END-IF.

           IF WS-IP-HIT = ZERO AND IAU-ACTION NOT = 'A'
               SET WS-NO-PRIOR TO TRUE
           END-IF.
           MOVE "ACTIVO" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-CMP-OLD.
           IF WS-IP-HIT > ZERO
               MOVE WS-IP-ACTIVE(WS-IP-HIT) TO WS-CMP-OLD
           END-IF.
           MOVE WS-ITM-ACTIVE TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

       SCAN-FX-TRAIL.
           OPEN INPUT FX-AUDIT-FILE.
           IF WS-FXA-STATUS NOT = "00"
               PERFORM NOTE-TRAIL-MISSING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ FX-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUD-ACTION NOT = 'X'
                               PERFORM CHECK-FX-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-AUDIT-FILE
           END-IF.

      *    A held feed rate confirmed by an operator is shown as made
      *    by the feed and approved by that operator; rejected feed
      *    rates changed nothing and are left out above.
       CHECK-FX-ROW.
           MOVE AUD-DATE TO WS-CUR-DATE.
           MOVE AUD-TIME TO WS-CUR-TIME.
           MOVE "FXAUD" TO WS-CUR-FILE.
           MOVE AUD-CURRENCY TO WS-CUR-KEY.
           MOVE AUD-ACTION TO WS-CUR-ACTION.
           MOVE AUD-OPERATOR TO WS-CUR-OPERATOR.
           MOVE SPACES TO WS-CUR-APPROVER.
           IF AUD-FROM-FEED AND AUD-OPERATOR NOT = "FXFEED"
               MOVE "FXFEED" TO WS-CUR-OPERATOR
               MOVE AUD-OPERATOR TO WS-CUR-APPROVER
           END-IF.
           PERFORM CHECK-SELECTED.
           IF WS-SELECTED
               SET WS-NO-PRIOR TO FALSE
               MOVE "TIPO" TO WS-CMP-FIELD
               MOVE SPACES TO WS-CMP-OLD
               IF AUD-ACTION NOT = 'A' AND AUD-OLD-RATE IS NUMERIC
                   MOVE AUD-OLD-RATE TO WS-EDIT-FX
                   MOVE WS-EDIT-FX TO WS-CMP-OLD
               END-IF
               MOVE SPACES TO WS-CMP-NEW
               IF AUD-ACTION NOT = 'B' AND AUD-NEW-RATE IS NUMERIC
                   MOVE AUD-NEW-RATE TO WS-EDIT-FX
                   MOVE WS-EDIT-FX TO WS-CMP-NEW
               END-IF
               PERFORM COMPARE-FIELD
               PERFORM COUNT-CHANGE
           END-IF.

       LOAD-RATE-REJECTS.
           OPEN INPUT RATE-REJECT-FILE.
           IF WS-REJ-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RATE-REJECT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-REJ-COUNT >= 200
                               DISPLAY "RATEREJ.DAT HAS MORE THAN "
                                   "200 ROWS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-REJ-COUNT
                               MOVE REJ-RATE-CODE TO
                                   WS-REJ-CODE(WS-REJ-COUNT)
                               MOVE REJ-ACTION TO
                                   WS-REJ-ACTION(WS-REJ-COUNT)
                               MOVE REJ-PROP-DATE TO
                                   WS-REJ-DATE(WS-REJ-COUNT)
                               MOVE 'N' TO WS-REJ-USED(WS-REJ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-REJECT-FILE
           END-IF.

      *    SURCH-RATE-MAINT writes a row when it queues a change and
      *    SURCH-RATE-APPROVE another when it releases it, so the
      *    next row for the same code and action after a proposal is
      *    its release. The change takes effect, and is listed, at
      *    the release, with the proposer as operator.
       SCAN-RATE-TRAIL.
           OPEN INPUT RATE-AUDIT-FILE.
           IF WS-RAU-STATUS NOT = "00"
               PERFORM NOTE-TRAIL-MISSING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RATE-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-RATE-ROW
                   END-READ
               END-PERFORM
               CLOSE RATE-AUDIT-FILE
           END-IF.

       CHECK-RATE-ROW.
           MOVE ZERO TO WS-PROP-HIT.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB > WS-PROP-COUNT
                   OR WS-PROP-HIT > ZERO
               IF WS-PROP-CODE(WS-PROP-SUB) = RAU-RATE-CODE
                   AND WS-PROP-ACTION(WS-PROP-SUB) = RAU-ACTION
                   MOVE WS-PROP-SUB TO WS-PROP-HIT
               END-IF
           END-PERFORM.
           IF WS-PROP-HIT = ZERO
               PERFORM QUEUE-RATE-PROPOSAL
           ELSE
               MOVE RAU-DATE TO WS-CUR-DATE
               MOVE RAU-TIME TO WS-CUR-TIME
               MOVE "RATEAUD" TO WS-CUR-FILE
               MOVE RAU-RATE-CODE TO WS-CUR-KEY
               MOVE RAU-ACTION TO WS-CUR-ACTION
               MOVE WS-PROP-OPERATOR(WS-PROP-HIT) TO WS-CUR-OPERATOR
               MOVE RAU-OPERATOR TO WS-CUR-APPROVER
               PERFORM VARYING WS-PROP-SUB FROM WS-PROP-HIT BY 1
                       UNTIL WS-PROP-SUB >= WS-PROP-COUNT
                   MOVE WS-PROP-ENTRY(WS-PROP-SUB + 1)
                       TO WS-PROP-ENTRY(WS-PROP-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-PROP-COUNT
               PERFORM CHECK-SELECTED
               IF WS-SELECTED
                   PERFORM COMPARE-RATE-FIELDS
                   PERFORM COUNT-CHANGE
               END-IF
           END-IF.

       QUEUE-RATE-PROPOSAL.
           MOVE ZERO TO WS-REJ-HIT.
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
                   OR WS-REJ-HIT > ZERO
               IF WS-REJ-USED(WS-REJ-SUB) = 'N'
                   AND WS-REJ-CODE(WS-REJ-SUB) = RAU-RATE-CODE
                   AND WS-REJ-ACTION(WS-REJ-SUB) = RAU-ACTION
                   AND WS-REJ-DATE(WS-REJ-SUB) = RAU-DATE
                   MOVE WS-REJ-SUB TO WS-REJ-HIT
               END-IF
           END-PERFORM.
           IF WS-REJ-HIT > ZERO
               MOVE 'Y' TO WS-REJ-USED(WS-REJ-HIT)
           ELSE
               IF WS-PROP-COUNT < 200
                   ADD 1 TO WS-PROP-COUNT
                   MOVE RAU-RATE-CODE TO WS-PROP-CODE(WS-PROP-COUNT)
                   MOVE RAU-ACTION TO WS-PROP-ACTION(WS-PROP-COUNT)
                   MOVE RAU-DATE TO WS-PROP-DATE(WS-PROP-COUNT)
                   MOVE RAU-OPERATOR TO
                       WS-PROP-OPERATOR(WS-PROP-COUNT)
               END-IF
           END-IF.

      *    RATEAUD.DAT keeps the rate only; validity and company
      *    changes are listed with a pointer to the rate table.
       COMPARE-RATE-FIELDS.
           SET WS-NO-PRIOR TO FALSE.
           MOVE SPACES TO WS-CMP-OLD.
           MOVE SPACES TO WS-CMP-NEW.
           EVALUATE RAU-ACTION
               WHEN 'A'
                   MOVE "TASA" TO WS-CMP-FIELD
                   MOVE RAU-NEW-RATE TO WS-EDIT-RATE
                   MOVE WS-EDIT-RATE TO WS-CMP-NEW
               WHEN 'C'
                   MOVE "TASA" TO WS-CMP-FIELD
                   IF RAU-OLD-RATE IS NUMERIC
                       MOVE RAU-OLD-RATE TO WS-EDIT-RATE
                       MOVE WS-EDIT-RATE TO WS-CMP-OLD
                   END-IF
                   MOVE RAU-NEW-RATE TO WS-EDIT-RATE
                   MOVE WS-EDIT-RATE TO WS-CMP-NEW
               WHEN 'D'
                   MOVE "ACTIVA" TO WS-CMP-FIELD
                   MOVE "S" TO WS-CMP-OLD
                   MOVE "N" TO WS-CMP-NEW
               WHEN 'V'
                   MOVE "VIGENCIA" TO WS-CMP-FIELD
                   MOVE "VER SURCHCTL.DAT" TO WS-CMP-NEW
               WHEN OTHER
                   MOVE "EMPRESA" TO WS-CMP-FIELD
                   MOVE "VER SURCHCTL.DAT" TO WS-CMP-NEW
           END-EVALUATE.
           PERFORM COMPARE-FIELD.

       SCAN-EMPLOYEE-TRAIL.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STATUS NOT = "00"
               PERFORM NOTE-TRAIL-MISSING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-EMPLOYEE-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

      *    EMPHIST.DAT carries both images; certification entries
      *    (E/R/X) show the CERTMAST image instead of the fields.
       CHECK-EMPLOYEE-ROW.
           MOVE HIS-DATE TO WS-CUR-DATE.
           MOVE HIS-TIME TO WS-CUR-TIME.
           MOVE "EMPHIST" TO WS-CUR-FILE.
           MOVE HIS-EMP-ID TO WS-CUR-KEY.
           MOVE HIS-TRAN-TYPE TO WS-CUR-ACTION.
           MOVE HIS-OPERATOR TO WS-CUR-OPERATOR.
           MOVE SPACES TO WS-CUR-APPROVER.
           PERFORM CHECK-SELECTED.
           IF NOT WS-SELECTED
               CONTINUE
           ELSE
               SET WS-NO-PRIOR TO FALSE
               IF HIS-TRAN-TYPE = 'E' OR HIS-TRAN-TYPE = 'R'
                       OR HIS-TRAN-TYPE = 'X'
                   MOVE "CERTIFIC" TO WS-CMP-FIELD
                   MOVE HIS-BEFORE-IMAGE(1:30) TO WS-CMP-OLD
                   MOVE HIS-AFTER-IMAGE(1:30) TO WS-CMP-NEW
                   PERFORM COMPARE-FIELD
               ELSE
                   PERFORM COMPARE-EMPLOYEE-FIELDS
               END-IF
               PERFORM COUNT-CHANGE
           END-IF.

       COMPARE-EMPLOYEE-FIELDS.
           MOVE HIS-BEFORE-IMAGE TO WS-EMP-BEFORE.
           MOVE HIS-AFTER-IMAGE TO WS-EMP-AFTER.

           MOVE "NOMBRE" TO WS-CMP-FIELD.
           MOVE WS-EB-NOMBRE TO WS-CMP-OLD.
           MOVE WS-EA-NOMBRE TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           MOVE "APELLIDO" TO WS-CMP-FIELD.
           MOVE WS-EB-APELLIDO TO WS-CMP-OLD.
           MOVE WS-EA-APELLIDO TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           MOVE "EDAD" TO WS-CMP-FIELD.
           MOVE WS-EB-EDAD TO WS-CMP-OLD.
           MOVE WS-EA-EDAD TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           MOVE "DEPTO" TO WS-CMP-FIELD.
           MOVE WS-EB-DEPT TO WS-CMP-OLD.
           MOVE WS-EA-DEPT TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           MOVE "PAGO" TO WS-CMP-FIELD.
           MOVE SPACES TO WS-PAY-TEXT.
           IF HIS-BEFORE-PAY-RATE IS NUMERIC
               MOVE HIS-BEFORE-PAY-RATE TO WS-EDIT-PAY
               STRING WS-EDIT-PAY " " HIS-BEFORE-PAY-BASIS
                   DELIMITED BY SIZE INTO WS-PAY-TEXT
           END-IF.
           MOVE WS-PAY-TEXT TO WS-CMP-OLD.
           MOVE SPACES TO WS-PAY-TEXT.
           IF HIS-AFTER-PAY-RATE IS NUMERIC
               MOVE HIS-AFTER-PAY-RATE TO WS-EDIT-PAY
               STRING WS-EDIT-PAY " " HIS-AFTER-PAY-BASIS
                   DELIMITED BY SIZE INTO WS-PAY-TEXT
           END-IF.
           MOVE WS-PAY-TEXT TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

           MOVE "JEFE" TO WS-CMP-FIELD.
           MOVE HIS-BEFORE-MGR TO WS-CMP-OLD.
           MOVE HIS-AFTER-MGR TO WS-CMP-NEW.
           PERFORM COMPARE-FIELD.

       SCAN-COA-TRAIL.
           OPEN INPUT COA-AUDIT-FILE.
           IF WS-GCA-STATUS NOT = "00"
               PERFORM NOTE-TRAIL-MISSING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ COA-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-COA-ROW
                   END-READ
               END-PERFORM
               CLOSE COA-AUDIT-FILE
           END-IF.

       CHECK-COA-ROW.
           MOVE GCA-DATE TO WS-CUR-DATE.
           MOVE GCA-TIME TO WS-CUR-TIME.
           MOVE "COAAUD" TO WS-CUR-FILE.
           MOVE SPACES TO WS-CUR-KEY.
           STRING GCA-COMPANY "-" GCA-ACCOUNT
               DELIMITED BY SIZE INTO WS-CUR-KEY.
           MOVE GCA-ACTION TO WS-CUR-ACTION.
           MOVE GCA-OPERATOR TO WS-CUR-OPERATOR.
           MOVE SPACES TO WS-CUR-APPROVER.
           PERFORM CHECK-SELECTED.
           IF WS-SELECTED
               SET WS-NO-PRIOR TO FALSE
               MOVE "NOMBRE" TO WS-CMP-FIELD
               MOVE GCA-OLD-NAME TO WS-CMP-OLD
               MOVE GCA-NEW-NAME TO WS-CMP-NEW
               PERFORM COMPARE-FIELD
               MOVE "ESTADO" TO WS-CMP-FIELD
               MOVE GCA-OLD-STATUS TO WS-CMP-OLD
               MOVE GCA-NEW-STATUS TO WS-CMP-NEW
               PERFORM COMPARE-FIELD
               PERFORM COUNT-CHANGE
           END-IF.

       SCAN-MSG-TRAIL.
           OPEN INPUT MSG-AUDIT-FILE.
           IF WS-MCA-STATUS NOT = "00"
               PERFORM NOTE-TRAIL-MISSING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ MSG-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-MSG-ROW
                   END-READ
               END-PERFORM
               CLOSE MSG-AUDIT-FILE
           END-IF.

      *    The 50-character text is compared in two parts so each
      *    fits the before and after columns.
       CHECK-MSG-ROW.
           MOVE MCA-DATE TO WS-CUR-DATE.
           MOVE MCA-TIME TO WS-CUR-TIME.
           MOVE "MSGAUD" TO WS-CUR-FILE.
           MOVE SPACES TO WS-CUR-KEY.
           STRING MCA-MSG-ID " " MCA-LANG
               DELIMITED BY SIZE INTO WS-CUR-KEY.
           MOVE MCA-ACTION TO WS-CUR-ACTION.
           MOVE MCA-OPERATOR TO WS-CUR-OPERATOR.
           MOVE SPACES TO WS-CUR-APPROVER.
           PERFORM CHECK-SELECTED.
           IF WS-SELECTED
               SET WS-NO-PRIOR TO FALSE
               MOVE "TEXTO 1" TO WS-CMP-FIELD
               MOVE MCA-OLD-TEXT(1:30) TO WS-CMP-OLD
               MOVE MCA-NEW-TEXT(1:30) TO WS-CMP-NEW
               PERFORM COMPARE-FIELD
               MOVE "TEXTO 2" TO WS-CMP-FIELD
               MOVE MCA-OLD-TEXT(31:20) TO WS-CMP-OLD
               MOVE MCA-NEW-TEXT(31:20) TO WS-CMP-NEW
               PERFORM COMPARE-FIELD
               PERFORM COUNT-CHANGE
           END-IF.

       WRITE-CHANGE-REPORT.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CHANGE-REPORT-LINE FROM ENV-BANNER.
           MOVE "INICIO" TO TL-FROM.
           IF WS-FROM-DATE > ZERO
               MOVE WS-FROM-DATE TO TL-FROM
           END-IF.
           MOVE "HOY" TO TL-TO.
           IF WS-TO-DATE > ZERO
               MOVE WS-TO-DATE TO TL-TO
           END-IF.
           MOVE WS-RUN-DATE TO TL-RUN-DATE.
           WRITE CHANGE-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-ASK-FILE TO FL-FILE.
           MOVE "TODOS" TO FL-OPERATOR.
           IF WS-ASK-OPERATOR NOT = SPACES
               MOVE WS-ASK-OPERATOR TO FL-OPERATOR
           END-IF.
           WRITE CHANGE-REPORT-LINE FROM WS-FILTER-LINE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-HEAD.

           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               MOVE WS-CHG-ENTRY(WS-CHG-SUB) TO WS-CUR-CHANGE
               MOVE WS-CUR-DATE TO DL-DATE
               MOVE WS-CUR-CHANGE(9:6) TO DL-TIME
               MOVE WS-CUR-FILE TO DL-FILE
               MOVE WS-CUR-KEY TO DL-KEY
               MOVE WS-CUR-ACTION TO DL-ACTION
               MOVE WS-CUR-FIELD TO DL-FIELD
               MOVE WS-CUR-BEFORE TO DL-BEFORE
               MOVE WS-CUR-AFTER TO DL-AFTER
               MOVE WS-CUR-OPERATOR TO DL-OPERATOR
               MOVE WS-CUR-APPROVER TO DL-APPROVER
               WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.
           IF WS-CHG-COUNT = ZERO
               WRITE CHANGE-REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           IF WS-OVERFLOW
               WRITE CHANGE-REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.

           PERFORM WRITE-SUMMARY-PAGE.
           CLOSE CHANGE-REPORT-FILE.

       WRITE-SUMMARY-PAGE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE FROM ENV-BANNER.
           MOVE TL-FROM TO ST-FROM.
           MOVE TL-TO TO ST-TO.
           WRITE CHANGE-REPORT-LINE FROM WS-SUMMARY-TITLE.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE FROM WS-FILE-HEAD.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 7
               MOVE WS-FILE-NAME(WS-FILE-SUB) TO FS-FILE
               MOVE WS-FT-CHANGES(WS-FILE-SUB) TO FS-CHANGES
               MOVE WS-FT-FIELDS(WS-FILE-SUB) TO FS-FIELDS
               MOVE WS-FT-STATE(WS-FILE-SUB) TO FS-STATE
               WRITE CHANGE-REPORT-LINE FROM WS-FILE-LINE
           END-PERFORM.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE FROM WS-OPS-HEAD.
           PERFORM VARYING WS-OPS-SUB FROM 1 BY 1
                   UNTIL WS-OPS-SUB > WS-OPS-COUNT
               MOVE WS-OPS-ID(WS-OPS-SUB) TO OS-OPERATOR
               MOVE WS-OPS-MADE(WS-OPS-SUB) TO OS-MADE
               MOVE WS-OPS-APPROVED(WS-OPS-SUB) TO OS-APPROVED
               WRITE CHANGE-REPORT-LINE FROM WS-OPS-LINE
           END-PERFORM.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           MOVE WS-TOTAL-CHANGES TO TT-CHANGES.
           MOVE WS-CHG-COUNT TO TT-LINES.
           WRITE CHANGE-REPORT-LINE FROM WS-TOTAL-LINE.

       END PROGRAM REF-CHANGES.
