      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REV-PATTERN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-CTL-FILE ASSIGN TO "APPRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT PATTERN-CTL-FILE ASSIGN TO "REVPATCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPC-STATUS.
           SELECT MENU-LOG-FILE ASSIGN TO "MENULOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MLG-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT PENDING-FILE ASSIGN TO "REVPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT REJECTED-FILE ASSIGN TO "REVREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT FINDINGS-FILE ASSIGN TO "REVFIND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FND-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO "REVRISK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-CTL-FILE.
       01  APPROVAL-CTL-RECORD.
           02 CTL-APPR-THRESHOLD PIC 9(7)V999.

      *    Sensitivity of the scan. Any field left blank or zero keeps
      *    the default shown against WS-PATTERN-CONTROLS below.
       FD  PATTERN-CTL-FILE.
       01  PATTERN-CTL-RECORD.
           02 RPC-WINDOW-DAYS PIC 9(3).
           02 RPC-BAND-PCT    PIC 9(3).
           02 RPC-BAND-MIN    PIC 9(3).
           02 RPC-PREFIX-LEN  PIC 9(2).
           02 RPC-PREFIX-MIN  PIC 9(3).
           02 RPC-PAIR-PCT    PIC 9(3).
           02 RPC-PAIR-MIN    PIC 9(3).

       FD  MENU-LOG-FILE.
       01  MENU-LOG-RECORD.
           02 MNU-PROGRAM  PIC X(20).
           02 MNU-OPERATOR PIC X(8).
           02 MNU-DATE     PIC 9(8).
           02 MNU-TIME     PIC 9(8).

       FD  REVERSAL-FILE.
       COPY REVREC.

       FD  PENDING-FILE.
       COPY REVPEND.

       FD  REJECTED-FILE.
       01  REJECTED-RECORD.
           02 REJ-REFERENCE PIC X(10).
           02 REJ-AMOUNT PIC S9(7)V999.
           02 REJ-DATE PIC 9(8).
           02 REJ-REVIEWER PIC X(8).
           02 REJ-REVIEW-DATE PIC 9(8).
           02 REJ-REASON PIC X(30).

       FD  FINDINGS-FILE.
       COPY REVFIND.

       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-APR-STATUS PIC XX.
       01  WS-RPC-STATUS PIC XX.
       01  WS-MLG-STATUS PIC XX.
       01  WS-REV-STATUS PIC XX.
       01  WS-PND-STATUS PIC XX.
       01  WS-REJ-STATUS PIC XX.
       01  WS-FND-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-APPR-THRESHOLD PIC 9(7)V999 VALUE 100000.
       01  WS-BAND-FLOOR PIC 9(7)V999.

       01  WS-PATTERN-CONTROLS.
           02 WS-WINDOW-DAYS PIC 9(3) VALUE 7.
           02 WS-BAND-PCT    PIC 9(3) VALUE 10.
           02 WS-BAND-MIN    PIC 9(3) VALUE 2.
           02 WS-PREFIX-LEN  PIC 9(2) VALUE 6.
           02 WS-PREFIX-MIN  PIC 9(3) VALUE 3.
           02 WS-PAIR-PCT    PIC 9(3) VALUE 40.
           02 WS-PAIR-MIN    PIC 9(3) VALUE 5.

      *    Reversal records carry no keyer, so the operator behind a
      *    reversal is taken from the menu log: whoever ran POS-TO-NEG
      *    on the reversal date. Nights with no menu run were keyed by
      *    the end-of-day chain; nights with more than one operator
      *    cannot be told apart.
       01  WS-WINDOW-FROM PIC 9(8).
       01  WS-OPER-FROM PIC 9(8).
       01  WS-DATE-INT PIC 9(8).
       01  WS-OPER-LOOKBACK PIC 9(3) VALUE 90.
       01  WS-BATCH-OPERATOR PIC X(8) VALUE "BATCH".
       01  WS-MIXED-OPERATOR PIC X(8) VALUE "VARIOS".

       01  WS-RUN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RUN-TABLE.
           02 WS-RUN-ENTRY OCCURS 300 TIMES.
               03 WS-RUN-DATE-TBL PIC 9(8).
               03 WS-RUN-OPER-TBL PIC X(8).

       01  WS-UNDER-COUNT PIC 9(2) VALUE ZERO.
       01  WS-UNDER-TABLE.
           02 WS-UNDER-ENTRY OCCURS 50 TIMES.
               03 WS-UND-OPER-TBL   PIC X(8).
               03 WS-UND-COUNT-TBL  PIC 9(5).
               03 WS-UND-AMOUNT-TBL PIC 9(9)V999.

       01  WS-PREFIX-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PREFIX-TABLE.
           02 WS-PREFIX-ENTRY OCCURS 500 TIMES.
               03 WS-PFX-KEY-TBL    PIC X(10).
               03 WS-PFX-COUNT-TBL  PIC 9(5).
               03 WS-PFX-AMOUNT-TBL PIC 9(9)V999.

       01  WS-PAIR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PAIR-TABLE.
           02 WS-PAIR-ENTRY OCCURS 200 TIMES.
               03 WS-PAR-OPER-TBL   PIC X(8).
               03 WS-PAR-APPR-TBL   PIC X(8).
               03 WS-PAR-COUNT-TBL  PIC 9(5).
               03 WS-PAR-AMOUNT-TBL PIC 9(9)V999.

      *    Findings already written by an earlier run today, so a
      *    rerun does not hand audit the same finding twice.
       01  WS-SEEN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SEEN-TABLE.
           02 WS-SEEN-ENTRY OCCURS 200 TIMES.
               03 WS-SEEN-PATTERN-TBL PIC X(4).
               03 WS-SEEN-KEY-TBL     PIC X(17).

       01  WS-SUB PIC 9(3).
       01  WS-SEEN-SUB PIC 9(3).
       01  WS-CUR-REFERENCE PIC X(10).
       01  WS-CUR-DATE PIC 9(8).
       01  WS-CUR-OPERATOR PIC X(8).
       01  WS-CUR-APPROVER PIC X(8).
       01  WS-ABS-AMOUNT PIC 9(7)V999.
       01  WS-PREFIX-KEY PIC X(10).
       01  WS-PAIR-KEY.
           02 WS-PK-OPERATOR PIC X(8).
           02 WS-PK-SLASH    PIC X VALUE "/".
           02 WS-PK-APPROVER PIC X(8).
       01  WS-SHARE PIC 9(3).

       01  WS-DECISION-TOTAL PIC 9(7) VALUE ZERO.
       01  WS-REV-READ PIC 9(7) VALUE ZERO.
       01  WS-PND-READ PIC 9(7) VALUE ZERO.
       01  WS-REJ-READ PIC 9(7) VALUE ZERO.
       01  WS-UNDER-ITEMS PIC 9(5) VALUE ZERO.
       01  WS-FINDING-COUNT PIC 9(5) VALUE ZERO.
       01  WS-FINDINGS-WRITTEN PIC 9(5) VALUE ZERO.
       01  WS-SECTION-FLAGGED PIC 9(5).

       COPY RUNSTAMP.
       COPY MSGFMT.

       01  WS-TITLE-LINE.
           02 FILLER PIC X(38)
               VALUE "INFORME DE RIESGO DE REVERSIONES     ".
           02 FILLER PIC X(8) VALUE "FECHA: ".
           02 TL-DATE PIC 9(8).

       01  WS-WINDOW-LINE.
           02 FILLER PIC X(9) VALUE "VENTANA: ".
           02 WL-FROM PIC 9(8).
           02 FILLER PIC X(3) VALUE " A ".
           02 WL-TO PIC 9(8).
           02 FILLER PIC X(22) VALUE "   UMBRAL APROBACION: ".
           02 WL-THRESHOLD PIC Z,ZZZ,ZZ9.999.

       01  WS-SENSITIVITY-LINE.
           02 FILLER PIC X(7) VALUE "BANDA ".
           02 SL-BAND-PCT PIC ZZ9.
           02 FILLER PIC X(7) VALUE "% MIN ".
           02 SL-BAND-MIN PIC ZZ9.
           02 FILLER PIC X(10) VALUE "  PREFIJO ".
           02 SL-PREFIX-LEN PIC Z9.
           02 FILLER PIC X(9) VALUE " CAR MIN ".
           02 SL-PREFIX-MIN PIC ZZ9.
           02 FILLER PIC X(12) VALUE "  PAREJA >= ".
           02 SL-PAIR-PCT PIC ZZ9.
           02 FILLER PIC X(7) VALUE "% MIN ".
           02 SL-PAIR-MIN PIC ZZ9.

       01  WS-SECTION-LINE.
           02 SC-TEXT PIC X(60).

       01  WS-UNDER-HEAD.
           02 FILLER PIC X(48)
               VALUE "  REFERENCIA  FECHA          IMPORTE  OPERADOR".

       01  WS-UNDER-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 UD-REFERENCE PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 UD-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 UD-AMOUNT PIC Z,ZZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 UD-OPERATOR PIC X(8).

       01  WS-COUNT-HEAD.
           02 FILLER PIC X(50)
               VALUE "  CLAVE              CANTIDAD            IMPORTE".
           02 FILLER PIC X(15) VALUE "  CUOTA".

       01  WS-COUNT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-KEY PIC X(17).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-AMOUNT PIC ZZZ,ZZZ,ZZ9.999.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-SHARE-AREA.
               03 CD-SHARE PIC ZZ9.
               03 CD-PCT PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-FLAG PIC X(8).

       01  WS-NONE-LINE.
           02 FILLER PIC X(30) VALUE "  SIN HALLAZGOS".

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(22) VALUE "TOTAL DE HALLAZGOS   ".
           02 TT-FINDINGS PIC ZZ,ZZ9.
           02 FILLER PIC X(24) VALUE "   NUEVOS EN REVFIND.DAT".
           02 TT-WRITTEN PIC ZZ,ZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LOAD-APPROVAL-THRESHOLD.
           PERFORM LOAD-PATTERN-CONTROL.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-DATE-INT = WS-DATE-INT - WS-OPER-LOOKBACK.
           COMPUTE WS-OPER-FROM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-BAND-FLOOR ROUNDED = WS-APPR-THRESHOLD
               - WS-APPR-THRESHOLD * WS-BAND-PCT / 100.

           PERFORM LOAD-OPERATOR-RUNS.
           PERFORM LOAD-TODAYS-FINDINGS.

           OPEN OUTPUT RISK-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE RISK-REPORT-LINE FROM ENV-BANNER.
           PERFORM WRITE-REPORT-HEADING.

           MOVE "REVERSIONES JUSTO BAJO EL UMBRAL DE APROBACION"
               TO SC-TEXT.
           WRITE RISK-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RISK-REPORT-LINE FROM WS-UNDER-HEAD.
           PERFORM SCAN-REVERSALS.
           IF WS-UNDER-ITEMS = ZERO
               WRITE RISK-REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM SCAN-PENDING.
           PERFORM SCAN-REJECTED.

           OPEN EXTEND FINDINGS-FILE.
           IF WS-FND-STATUS = "35"
               OPEN OUTPUT FINDINGS-FILE
           END-IF.
           PERFORM REPORT-UNDER-OPERATORS.
           PERFORM REPORT-PREFIXES.
           PERFORM REPORT-PAIRS.
           CLOSE FINDINGS-FILE.

           MOVE SPACES TO RISK-REPORT-LINE.
           WRITE RISK-REPORT-LINE.
           MOVE WS-FINDING-COUNT TO TT-FINDINGS.
           MOVE WS-FINDINGS-WRITTEN TO TT-WRITTEN.
           WRITE RISK-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE RISK-REPORT-FILE.

           IF WS-FINDING-COUNT > ZERO
               MOVE "W" TO MSG-SEVERITY
               MOVE "REVPATRN" TO MSG-PROGRAM-ID
               MOVE "RVP0001" TO MSG-ID
               MOVE "PATRONES DE RIESGO EN REVERSIONES" TO MSG-TEXT
               CALL "MSG-LOOKUP" USING WS-STD-MESSAGE
               CALL "MSG-WRITER" USING WS-STD-MESSAGE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "REV-PATTERN - HALLAZGOS " WS-FINDING-COUNT
               " NUEVOS " WS-FINDINGS-WRITTEN
               " - VER REVRISK.RPT".
           GOBACK.

       LOAD-APPROVAL-THRESHOLD.
           OPEN INPUT APPROVAL-CTL-FILE.
           IF WS-APR-STATUS = "00"
               READ APPROVAL-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-APPR-THRESHOLD TO WS-APPR-THRESHOLD
               END-READ
               CLOSE APPROVAL-CTL-FILE
           END-IF.

       LOAD-PATTERN-CONTROL.
           OPEN INPUT PATTERN-CTL-FILE.
           IF WS-RPC-STATUS = "00"
               READ PATTERN-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-PATTERN-CONTROL
               END-READ
               CLOSE PATTERN-CTL-FILE
           END-IF.

       APPLY-PATTERN-CONTROL.
           IF RPC-WINDOW-DAYS IS NUMERIC AND RPC-WINDOW-DAYS > ZERO
               MOVE RPC-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF RPC-BAND-PCT IS NUMERIC AND RPC-BAND-PCT > ZERO
                   AND RPC-BAND-PCT < 100
               MOVE RPC-BAND-PCT TO WS-BAND-PCT
           END-IF.
           IF RPC-BAND-MIN IS NUMERIC AND RPC-BAND-MIN > ZERO
               MOVE RPC-BAND-MIN TO WS-BAND-MIN
           END-IF.
           IF RPC-PREFIX-LEN IS NUMERIC AND RPC-PREFIX-LEN > ZERO
                   AND RPC-PREFIX-LEN NOT > 10
               MOVE RPC-PREFIX-LEN TO WS-PREFIX-LEN
           END-IF.
           IF RPC-PREFIX-MIN IS NUMERIC AND RPC-PREFIX-MIN > ZERO
               MOVE RPC-PREFIX-MIN TO WS-PREFIX-MIN
           END-IF.
           IF RPC-PAIR-PCT IS NUMERIC AND RPC-PAIR-PCT > ZERO
                   AND RPC-PAIR-PCT NOT > 100
               MOVE RPC-PAIR-PCT TO WS-PAIR-PCT
           END-IF.
           IF RPC-PAIR-MIN IS NUMERIC AND RPC-PAIR-MIN > ZERO
               MOVE RPC-PAIR-MIN TO WS-PAIR-MIN
           END-IF.

       LOAD-OPERATOR-RUNS.
           OPEN INPUT MENU-LOG-FILE.
           IF WS-MLG-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ MENU-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF MNU-PROGRAM = "POS-TO-NEG"
                                   AND MNU-DATE NOT < WS-OPER-FROM
                               PERFORM ADD-OPERATOR-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENU-LOG-FILE
           ELSE
               DISPLAY "MENULOG.DAT NO DISPONIBLE - STATUS "
                   WS-MLG-STATUS " - OPERADOR " WS-BATCH-OPERATOR
           END-IF.

       ADD-OPERATOR-RUN.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT OR WS-FOUND
               IF WS-RUN-DATE-TBL(WS-SUB) = MNU-DATE
                       AND WS-RUN-OPER-TBL(WS-SUB) = MNU-OPERATOR
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-RUN-COUNT >= 300
                   DISPLAY "MENULOG.DAT HAS MORE THAN 300 POS-TO-NEG "
                       "RUNS - EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-RUN-COUNT
                   MOVE MNU-DATE TO WS-RUN-DATE-TBL(WS-RUN-COUNT)
                   MOVE MNU-OPERATOR TO WS-RUN-OPER-TBL(WS-RUN-COUNT)
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE WS-BATCH-OPERATOR TO WS-CUR-OPERATOR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RUN-COUNT
               IF WS-RUN-DATE-TBL(WS-SUB) = WS-CUR-DATE
                   IF WS-CUR-OPERATOR = WS-BATCH-OPERATOR
                       MOVE WS-RUN-OPER-TBL(WS-SUB) TO WS-CUR-OPERATOR
                   ELSE
                       MOVE WS-MIXED-OPERATOR TO WS-CUR-OPERATOR
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-TODAYS-FINDINGS.
           OPEN INPUT FINDINGS-FILE.
           IF WS-FND-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ FINDINGS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF FND-RUN-DATE = WS-RUN-DATE
                                   AND WS-SEEN-COUNT < 200
                               ADD 1 TO WS-SEEN-COUNT
                               MOVE FND-PATTERN TO
                                   WS-SEEN-PATTERN-TBL(WS-SEEN-COUNT)
                               MOVE FND-KEY TO
                                   WS-SEEN-KEY-TBL(WS-SEEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINDINGS-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO TL-DATE.
           WRITE RISK-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-WINDOW-FROM TO WL-FROM.
           MOVE WS-RUN-DATE TO WL-TO.
           MOVE WS-APPR-THRESHOLD TO WL-THRESHOLD.
           WRITE RISK-REPORT-LINE FROM WS-WINDOW-LINE.
           MOVE WS-BAND-PCT TO SL-BAND-PCT.
           MOVE WS-BAND-MIN TO SL-BAND-MIN.
           MOVE WS-PREFIX-LEN TO SL-PREFIX-LEN.
           MOVE WS-PREFIX-MIN TO SL-PREFIX-MIN.
           MOVE WS-PAIR-PCT TO SL-PAIR-PCT.
           MOVE WS-PAIR-MIN TO SL-PAIR-MIN.
           WRITE RISK-REPORT-LINE FROM WS-SENSITIVITY-LINE.
           MOVE SPACES TO RISK-REPORT-LINE.
           WRITE RISK-REPORT-LINE.

      *    Straight-through reversals within the band below the
      *    threshold are listed one by one; released reversals went
      *    through a supervisor and only count towards the pairs.
       SCAN-REVERSALS.
           OPEN INPUT REVERSAL-FILE.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO DISPONIBLE - STATUS "
                   WS-REV-STATUS
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REVERSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REV-READ
                           PERFORM CHECK-ONE-REVERSAL
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           END-IF.

       CHECK-ONE-REVERSAL.
           COMPUTE WS-ABS-AMOUNT = REV-AMOUNT.
           IF REV-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = REV-AMOUNT * -1
           END-IF.
           MOVE REV-REFERENCE TO WS-CUR-REFERENCE.
           MOVE REV-DATE TO WS-CUR-DATE.
           IF REV-DATE NOT < WS-WINDOW-FROM
                   AND REV-DATE NOT > WS-RUN-DATE
               PERFORM ADD-PREFIX
               IF REV-APPROVER = SPACES
                       AND WS-ABS-AMOUNT NOT < WS-BAND-FLOOR
                       AND WS-ABS-AMOUNT NOT > WS-APPR-THRESHOLD
                   PERFORM FIND-OPERATOR
                   PERFORM ADD-UNDER-THRESHOLD
               END-IF
           END-IF.
           IF REV-APPROVER NOT = SPACES
                   AND REV-APPROVE-DATE IS NUMERIC
                   AND REV-APPROVE-DATE NOT < WS-WINDOW-FROM
                   AND REV-APPROVE-DATE NOT > WS-RUN-DATE
               PERFORM FIND-OPERATOR
               MOVE REV-APPROVER TO WS-CUR-APPROVER
               PERFORM ADD-PAIR
           END-IF.

       SCAN-PENDING.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PENDING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PND-READ
                           IF PND-DATE NOT < WS-WINDOW-FROM
                                   AND PND-DATE NOT > WS-RUN-DATE
                               COMPUTE WS-ABS-AMOUNT = PND-AMOUNT
                               IF PND-AMOUNT < ZERO
                                   COMPUTE WS-ABS-AMOUNT =
                                       PND-AMOUNT * -1
                               END-IF
                               MOVE PND-REFERENCE TO WS-CUR-REFERENCE
                               PERFORM ADD-PREFIX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       SCAN-REJECTED.
           OPEN INPUT REJECTED-FILE.
           IF WS-REJ-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REJECTED-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REJ-READ
                           PERFORM CHECK-ONE-REJECTION
                   END-READ
               END-PERFORM
               CLOSE REJECTED-FILE
           END-IF.

       CHECK-ONE-REJECTION.
           COMPUTE WS-ABS-AMOUNT = REJ-AMOUNT.
           IF REJ-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = REJ-AMOUNT * -1
           END-IF.
           MOVE REJ-REFERENCE TO WS-CUR-REFERENCE.
           IF REJ-DATE NOT < WS-WINDOW-FROM
                   AND REJ-DATE NOT > WS-RUN-DATE
               PERFORM ADD-PREFIX
           END-IF.
           IF REJ-REVIEW-DATE NOT < WS-WINDOW-FROM
                   AND REJ-REVIEW-DATE NOT > WS-RUN-DATE
               MOVE REJ-DATE TO WS-CUR-DATE
               PERFORM FIND-OPERATOR
               MOVE REJ-REVIEWER TO WS-CUR-APPROVER
               PERFORM ADD-PAIR
           END-IF.

       ADD-UNDER-THRESHOLD.
           ADD 1 TO WS-UNDER-ITEMS.
           MOVE REV-REFERENCE TO UD-REFERENCE.
           MOVE REV-DATE TO UD-DATE.
           MOVE WS-ABS-AMOUNT TO UD-AMOUNT.
           MOVE WS-CUR-OPERATOR TO UD-OPERATOR.
           WRITE RISK-REPORT-LINE FROM WS-UNDER-DETAIL.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNDER-COUNT OR WS-FOUND
               IF WS-UND-OPER-TBL(WS-SUB) = WS-CUR-OPERATOR
                   SET WS-FOUND TO TRUE
                   ADD 1 TO WS-UND-COUNT-TBL(WS-SUB)
                   ADD WS-ABS-AMOUNT TO WS-UND-AMOUNT-TBL(WS-SUB)
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-UNDER-COUNT >= 50
                   DISPLAY "REVERSAL.DAT HAS MORE THAN 50 "
                       "OPERATORS - EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-UNDER-COUNT
                   MOVE WS-CUR-OPERATOR TO
                       WS-UND-OPER-TBL(WS-UNDER-COUNT)
                   MOVE 1 TO WS-UND-COUNT-TBL(WS-UNDER-COUNT)
                   MOVE WS-ABS-AMOUNT TO
                       WS-UND-AMOUNT-TBL(WS-UNDER-COUNT)
               END-IF
           END-IF.

       ADD-PREFIX.
           MOVE WS-CUR-REFERENCE(1:WS-PREFIX-LEN) TO WS-PREFIX-KEY.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PREFIX-COUNT OR WS-FOUND
               IF WS-PFX-KEY-TBL(WS-SUB) = WS-PREFIX-KEY
                   SET WS-FOUND TO TRUE
                   ADD 1 TO WS-PFX-COUNT-TBL(WS-SUB)
                   ADD WS-ABS-AMOUNT TO WS-PFX-AMOUNT-TBL(WS-SUB)
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-PREFIX-COUNT >= 500
                   DISPLAY "REVERSAL FILES HAVE MORE THAN 500 "
                       "PREFIXES - EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-PREFIX-COUNT
                   MOVE WS-PREFIX-KEY TO
                       WS-PFX-KEY-TBL(WS-PREFIX-COUNT)
                   MOVE 1 TO WS-PFX-COUNT-TBL(WS-PREFIX-COUNT)
                   MOVE WS-ABS-AMOUNT TO
                       WS-PFX-AMOUNT-TBL(WS-PREFIX-COUNT)
               END-IF
           END-IF.

       ADD-PAIR.
           ADD 1 TO WS-DECISION-TOTAL.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PAIR-COUNT OR WS-FOUND
               IF WS-PAR-OPER-TBL(WS-SUB) = WS-CUR-OPERATOR
                       AND WS-PAR-APPR-TBL(WS-SUB) = WS-CUR-APPROVER
                   SET WS-FOUND TO TRUE
                   ADD 1 TO WS-PAR-COUNT-TBL(WS-SUB)
                   ADD WS-ABS-AMOUNT TO WS-PAR-AMOUNT-TBL(WS-SUB)
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-PAIR-COUNT >= 200
                   DISPLAY "REVERSAL FILES HAVE MORE THAN 200 "
                       "OPERATOR/APPROVER PAIRS - EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-CUR-OPERATOR TO
                       WS-PAR-OPER-TBL(WS-PAIR-COUNT)
                   MOVE WS-CUR-APPROVER TO
                       WS-PAR-APPR-TBL(WS-PAIR-COUNT)
                   MOVE 1 TO WS-PAR-COUNT-TBL(WS-PAIR-COUNT)
                   MOVE WS-ABS-AMOUNT TO
                       WS-PAR-AMOUNT-TBL(WS-PAIR-COUNT)
               END-IF
           END-IF.

       REPORT-UNDER-OPERATORS.
           MOVE SPACES TO RISK-REPORT-LINE.
           WRITE RISK-REPORT-LINE.
           MOVE "OPERADORES CON REVERSIONES REPETIDAS BAJO EL UMBRAL"
               TO SC-TEXT.
           WRITE RISK-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RISK-REPORT-LINE FROM WS-COUNT-HEAD.
           MOVE ZERO TO WS-SECTION-FLAGGED.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNDER-COUNT
               IF WS-UND-COUNT-TBL(WS-SUB) NOT < WS-BAND-MIN
                   ADD 1 TO WS-SECTION-FLAGGED
                   MOVE WS-UND-OPER-TBL(WS-SUB) TO CD-KEY
                   MOVE WS-UND-COUNT-TBL(WS-SUB) TO CD-COUNT
                   MOVE WS-UND-AMOUNT-TBL(WS-SUB) TO CD-AMOUNT
                   MOVE ZERO TO WS-SHARE
                   MOVE "UMBR" TO FND-PATTERN
                   PERFORM RECORD-FINDING
               END-IF
           END-PERFORM.
           IF WS-SECTION-FLAGGED = ZERO
               WRITE RISK-REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       REPORT-PREFIXES.
           MOVE SPACES TO RISK-REPORT-LINE.
           WRITE RISK-REPORT-LINE.
           MOVE "REVERSIONES REPETIDAS CON EL MISMO PREFIJO"
               TO SC-TEXT.
           WRITE RISK-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RISK-REPORT-LINE FROM WS-COUNT-HEAD.
           MOVE ZERO TO WS-SECTION-FLAGGED.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PREFIX-COUNT
               IF WS-PFX-COUNT-TBL(WS-SUB) NOT < WS-PREFIX-MIN
                   ADD 1 TO WS-SECTION-FLAGGED
                   MOVE WS-PFX-KEY-TBL(WS-SUB) TO CD-KEY
                   MOVE WS-PFX-COUNT-TBL(WS-SUB) TO CD-COUNT
                   MOVE WS-PFX-AMOUNT-TBL(WS-SUB) TO CD-AMOUNT
                   MOVE ZERO TO WS-SHARE
                   MOVE "PREF" TO FND-PATTERN
                   PERFORM RECORD-FINDING
               END-IF
           END-PERFORM.
           IF WS-SECTION-FLAGGED = ZERO
               WRITE RISK-REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      *    Every pair is listed with its share of the window's
      *    approvals and rejections; only those at or above both the
      *    share and the minimum count become findings.
       REPORT-PAIRS.
           MOVE SPACES TO RISK-REPORT-LINE.
           WRITE RISK-REPORT-LINE.
           MOVE "CONCENTRACION OPERADOR / APROBADOR" TO SC-TEXT.
           WRITE RISK-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RISK-REPORT-LINE FROM WS-COUNT-HEAD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PAIR-COUNT
               MOVE WS-PAR-OPER-TBL(WS-SUB) TO WS-PK-OPERATOR
               MOVE WS-PAR-APPR-TBL(WS-SUB) TO WS-PK-APPROVER
               MOVE WS-PAIR-KEY TO CD-KEY
               MOVE WS-PAR-COUNT-TBL(WS-SUB) TO CD-COUNT
               MOVE WS-PAR-AMOUNT-TBL(WS-SUB) TO CD-AMOUNT
               COMPUTE WS-SHARE =
                   WS-PAR-COUNT-TBL(WS-SUB) * 100 / WS-DECISION-TOTAL
               IF WS-PAR-COUNT-TBL(WS-SUB) NOT < WS-PAIR-MIN
                       AND WS-SHARE NOT < WS-PAIR-PCT
                   MOVE "PAR " TO FND-PATTERN
                   PERFORM RECORD-FINDING
               ELSE
                   MOVE WS-SHARE TO CD-SHARE
                   MOVE "%" TO CD-PCT
                   MOVE SPACES TO CD-FLAG
                   WRITE RISK-REPORT-LINE FROM WS-COUNT-DETAIL
               END-IF
           END-PERFORM.
           IF WS-PAIR-COUNT = ZERO
               WRITE RISK-REPORT-LINE FROM WS-NONE-LINE
           END-IF.

      *    Expects FND-PATTERN, CD-KEY, CD-COUNT, CD-AMOUNT and
      *    WS-SHARE set by the caller; prints the flagged line and
      *    hands it to audit unless today's run already did.
       RECORD-FINDING.
           ADD 1 TO WS-FINDING-COUNT.
           IF FND-PATTERN = "PAR "
               MOVE WS-SHARE TO CD-SHARE
               MOVE "%" TO CD-PCT
           ELSE
               MOVE SPACES TO CD-SHARE-AREA
           END-IF.
           MOVE "HALLAZGO" TO CD-FLAG.
           WRITE RISK-REPORT-LINE FROM WS-COUNT-DETAIL.
           MOVE CD-KEY TO FND-KEY.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT OR WS-FOUND
               IF WS-SEEN-PATTERN-TBL(WS-SEEN-SUB) = FND-PATTERN
                       AND WS-SEEN-KEY-TBL(WS-SEEN-SUB) = FND-KEY
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               MOVE WS-RUN-DATE TO FND-RUN-DATE
               EVALUATE FND-PATTERN
                   WHEN "UMBR"
                       MOVE WS-UND-COUNT-TBL(WS-SUB) TO FND-COUNT
                       MOVE WS-UND-AMOUNT-TBL(WS-SUB) TO FND-AMOUNT
                   WHEN "PREF"
                       MOVE WS-PFX-COUNT-TBL(WS-SUB) TO FND-COUNT
                       MOVE WS-PFX-AMOUNT-TBL(WS-SUB) TO FND-AMOUNT
                   WHEN OTHER
                       MOVE WS-PAR-COUNT-TBL(WS-SUB) TO FND-COUNT
                       MOVE WS-PAR-AMOUNT-TBL(WS-SUB) TO FND-AMOUNT
               END-EVALUATE
               MOVE WS-SHARE TO FND-SHARE
               MOVE WS-WINDOW-FROM TO FND-WINDOW-FROM
               MOVE "O" TO FND-DISP
               MOVE SPACES TO FND-AUDITOR
               MOVE ZERO TO FND-DISP-DATE
               MOVE SPACES TO FND-COMMENT
               WRITE FINDING-RECORD
               ADD 1 TO WS-FINDINGS-WRITTEN
           END-IF.
