      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-TRAN-APPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "CERTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT CERT-MASTER ASSIGN TO "CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-CRT-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CERT-TYPE-FILE ASSIGN TO "CERTTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTY-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CERTREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJ-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "CRTTRCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
      *    TRN-TYPE: A = new certification, C = renewal or
      *    correction (replaces the dates and reference), D = remove.
      *    A blank expiry date is worked out from the issue date and
      *    the type's validity period in CERTTYPE.DAT.
       01  TRAN-RECORD.
           02 TRN-TYPE        PIC X.
           02 TRN-EMP-ID      PIC 9(6).
           02 TRN-CODE        PIC X(6).
           02 TRN-ISSUE-DATE  PIC 9(8).
           02 TRN-EXPIRY-DATE PIC X(8).
           02 TRN-EXPIRY-N REDEFINES TRN-EXPIRY-DATE PIC 9(8).
           02 TRN-REFERENCE   PIC X(12).

       FD  CERT-MASTER.
       COPY CERTREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  CERT-TYPE-FILE.
       COPY CERTTYPE.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           02 RJ-FIELD    PIC X(10).
           02 RJ-VALUE    PIC X(20).
           02 RJ-REASON   PIC X(30).
           02 RJ-DATE     PIC 9(8).

       FD  HISTORY-FILE.
       COPY EMPHIST.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-TRN-STATUS PIC XX.
       01  WS-CRT-STATUS PIC XX.
       01  WS-EMP-STATUS PIC XX.
       01  WS-CTY-STATUS PIC XX.
       01  WS-RJ-STATUS PIC XX.
       01  WS-HIS-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-TRAN-VALID-FLAG PIC X VALUE 'N'.
           88 WS-TRAN-VALID VALUE 'Y' FALSE 'N'.
       01  WS-DATE-OK-FLAG PIC X.
           88 WS-DATE-OK VALUE 'Y' FALSE 'N'.

       01  WS-TYPE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-TYPE-SUB PIC 9(2).
       01  WS-TYPE-HIT PIC 9(2).
       01  WS-TYPE-TABLE.
           02 WS-TYPE-ENTRY OCCURS 50 TIMES.
               03 WS-TYP-CODE-TBL   PIC X(6).
               03 WS-TYP-MONTHS-TBL PIC 9(3).

       01  WS-CHECK-DATE PIC 9(8).
       01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           02 WS-CHK-YYYY PIC 9(4).
           02 WS-CHK-MM   PIC 9(2).
           02 WS-CHK-DD   PIC 9(2).
       01  WS-EXPIRY-WORK PIC 9(8).
       01  WS-EXPIRY-WORK-R REDEFINES WS-EXPIRY-WORK.
           02 WS-EXP-YYYY PIC 9(4).
           02 WS-EXP-MM   PIC 9(2).
           02 WS-EXP-DD   PIC 9(2).
       01  WS-MONTH-INDEX PIC 9(6).
       01  WS-MONTH-REM PIC 9(2).
       01  WS-LEAP-REM PIC 9(3).
       01  WS-LEAP-QUOT PIC 9(4).
       01  WS-LD-YYYY PIC 9(4).
       01  WS-LD-MM PIC 9(2).
       01  WS-LAST-DAY PIC 9(2).
       01  WS-MONTH-DAYS-LIT PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-LIT.
           02 WS-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01  WS-NEVER-EXPIRES PIC 9(8) VALUE 99991231.

       01  WS-HIS-TYPE PIC X.
       01  WS-BEFORE-IMAGE PIC X(52).
       01  WS-AFTER-IMAGE PIC X(52).
       01  WS-CERT-IMAGE.
           02 CI-CODE      PIC X(6).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 CI-ISSUE     PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 CI-EXPIRY    PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 CI-REFERENCE PIC X(12).
           02 FILLER       PIC X(15) VALUE SPACES.

       01  WS-COUNTS.
           02 WS-READ-COUNT     PIC 9(5) VALUE ZERO.
           02 WS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
           02 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           02 WS-ALTA-COUNT     PIC 9(5) VALUE ZERO.
           02 WS-CAMBIO-COUNT   PIC 9(5) VALUE ZERO.
           02 WS-BAJA-COUNT     PIC 9(5) VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-HDR-LINE.
           02 FILLER PIC X(34)
               VALUE "CERT-TRAN-APPLY CONTROL REPORT - ".
           02 WH-YYYY PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WH-MM PIC 9(2).
           02 FILLER PIC X(1) VALUE "-".
           02 WH-DD PIC 9(2).

       01  WS-COUNT-LINE.
           02 WC-LABEL PIC X(30).
           02 WC-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-TYPE-TABLE.
           IF WS-TYPE-COUNT = ZERO
               DISPLAY "CERTTYPE.DAT NO DISPONIBLE O VACIO - STATUS "
                   WS-CTY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NO DISPONIBLE - STATUS "
                   WS-EMP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-CERT-MASTER.
           OPEN INPUT TRAN-FILE.
           IF WS-TRN-STATUS NOT = "00"
               DISPLAY "CERTTRAN.DAT NO DISPONIBLE - STATUS "
                   WS-TRN-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER
               CLOSE CERT-MASTER
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF
               READ TRAN-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM APPLY-TRANSACTION
               END-READ
           END-PERFORM.

           CLOSE TRAN-FILE.
           CLOSE CERT-MASTER.
           CLOSE EMPLOYEE-MASTER.

           PERFORM WRITE-CONTROL-REPORT.

           IF WS-REJECTED-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "CERT-TRAN-APPLY - LEIDAS " WS-READ-COUNT
               " APLICADAS " WS-APPLIED-COUNT
               " RECHAZADAS " WS-REJECTED-COUNT.

           GOBACK.

       APPLY-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION.
           IF WS-TRAN-VALID
               EVALUATE TRN-TYPE
                   WHEN 'A'
                       PERFORM APPLY-ALTA
                   WHEN 'C'
                       PERFORM APPLY-CAMBIO
                   WHEN 'D'
                       PERFORM APPLY-BAJA
               END-EVALUATE
           END-IF.

       VALIDATE-TRANSACTION.
           SET WS-TRAN-VALID TO TRUE.

           IF TRN-TYPE NOT = 'A' AND TRN-TYPE NOT = 'C'
                   AND TRN-TYPE NOT = 'D'
               MOVE "TIPO" TO RJ-FIELD
               MOVE TRN-TYPE TO RJ-VALUE
               MOVE "TIPO DE TRANSACCION INVALIDO" TO RJ-REASON
               PERFORM REJECT-TRANSACTION
           END-IF.

           IF WS-TRAN-VALID
               IF TRN-EMP-ID IS NOT NUMERIC
                   MOVE "EMP-ID" TO RJ-FIELD
                   MOVE TRN-EMP-ID TO RJ-VALUE
                   MOVE "NO NUMERICO" TO RJ-REASON
                   PERFORM REJECT-TRANSACTION
               END-IF
           END-IF.

      *    A certification can still be removed after the employee
      *    has left; new and renewed ones need a current employee.
           IF WS-TRAN-VALID AND (TRN-TYPE = 'A' OR TRN-TYPE = 'C')
               MOVE TRN-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "EMP-ID" TO RJ-FIELD
                       MOVE TRN-EMP-ID TO RJ-VALUE
                       MOVE "EMPLEADO NO ENCONTRADO" TO RJ-REASON
                       PERFORM REJECT-TRANSACTION
               END-READ
           END-IF.

           IF WS-TRAN-VALID
               PERFORM FIND-CERT-TYPE
               IF WS-TYPE-HIT = ZERO
                   MOVE "CERT" TO RJ-FIELD
                   MOVE TRN-CODE TO RJ-VALUE
                   MOVE "CERTIFICACION DESCONOCIDA" TO RJ-REASON
                   PERFORM REJECT-TRANSACTION
               END-IF
           END-IF.

           IF WS-TRAN-VALID AND (TRN-TYPE = 'A' OR TRN-TYPE = 'C')
               SET WS-DATE-OK TO FALSE
               IF TRN-ISSUE-DATE IS NUMERIC
                   MOVE TRN-ISSUE-DATE TO WS-CHECK-DATE
                   PERFORM VALIDATE-DATE
               END-IF
               IF NOT WS-DATE-OK OR TRN-ISSUE-DATE > WS-RUN-DATE
                   MOVE "EMISION" TO RJ-FIELD
                   MOVE TRN-ISSUE-DATE TO RJ-VALUE
                   MOVE "FECHA DE EMISION INVALIDA" TO RJ-REASON
                   PERFORM REJECT-TRANSACTION
               END-IF
           END-IF.

           IF WS-TRAN-VALID AND (TRN-TYPE = 'A' OR TRN-TYPE = 'C')
               AND TRN-EXPIRY-DATE NOT = SPACES
               IF TRN-EXPIRY-DATE IS NOT NUMERIC
                   SET WS-DATE-OK TO FALSE
               ELSE
                   MOVE TRN-EXPIRY-N TO WS-CHECK-DATE
                   PERFORM VALIDATE-DATE
               END-IF
               IF NOT WS-DATE-OK
                   OR TRN-EXPIRY-N NOT > TRN-ISSUE-DATE
                   MOVE "VENCE" TO RJ-FIELD
                   MOVE TRN-EXPIRY-DATE TO RJ-VALUE
                   MOVE "FECHA DE VENCIMIENTO INVALIDA" TO RJ-REASON
                   PERFORM REJECT-TRANSACTION
               END-IF
           END-IF.

       APPLY-ALTA.
           PERFORM READ-CERT-ENTRY.
           IF WS-FOUND
               MOVE "CERT" TO RJ-FIELD
               MOVE TRN-CODE TO RJ-VALUE
               MOVE "YA REGISTRADA - USAR CAMBIO" TO RJ-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE TRN-EMP-ID TO CRT-EMP-ID
               MOVE TRN-CODE TO CRT-CODE
               PERFORM FILL-CERT-FIELDS
               WRITE CERTIFICATION-RECORD
                   INVALID KEY
                       MOVE "CERT" TO RJ-FIELD
                       MOVE TRN-CODE TO RJ-VALUE
                       MOVE "ERROR DE ESCRITURA" TO RJ-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD 1 TO WS-ALTA-COUNT
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM BUILD-CERT-IMAGE
                       MOVE WS-CERT-IMAGE TO WS-AFTER-IMAGE
                       MOVE 'E' TO WS-HIS-TYPE
                       PERFORM WRITE-HISTORY-ENTRY
               END-WRITE
           END-IF.

       APPLY-CAMBIO.
           PERFORM READ-CERT-ENTRY.
           IF WS-FOUND
               PERFORM BUILD-CERT-IMAGE
               MOVE WS-CERT-IMAGE TO WS-BEFORE-IMAGE
               PERFORM FILL-CERT-FIELDS
               REWRITE CERTIFICATION-RECORD
                   INVALID KEY
                       MOVE "CERT" TO RJ-FIELD
                       MOVE TRN-CODE TO RJ-VALUE
                       MOVE "ERROR DE REESCRITURA" TO RJ-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD 1 TO WS-CAMBIO-COUNT
                       PERFORM BUILD-CERT-IMAGE
                       MOVE WS-CERT-IMAGE TO WS-AFTER-IMAGE
                       MOVE 'R' TO WS-HIS-TYPE
                       PERFORM WRITE-HISTORY-ENTRY
               END-REWRITE
           ELSE
               MOVE "CERT" TO RJ-FIELD
               MOVE TRN-CODE TO RJ-VALUE
               MOVE "CERTIFICACION NO REGISTRADA" TO RJ-REASON
               PERFORM REJECT-TRANSACTION
           END-IF.

       APPLY-BAJA.
           PERFORM READ-CERT-ENTRY.
           IF WS-FOUND
               PERFORM BUILD-CERT-IMAGE
               MOVE WS-CERT-IMAGE TO WS-BEFORE-IMAGE
               DELETE CERT-MASTER
                   INVALID KEY
                       MOVE "CERT" TO RJ-FIELD
                       MOVE TRN-CODE TO RJ-VALUE
                       MOVE "ERROR DE BORRADO" TO RJ-REASON
                       PERFORM REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD 1 TO WS-BAJA-COUNT
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE 'X' TO WS-HIS-TYPE
                       PERFORM WRITE-HISTORY-ENTRY
               END-DELETE
           ELSE
               MOVE "CERT" TO RJ-FIELD
               MOVE TRN-CODE TO RJ-VALUE
               MOVE "CERTIFICACION NO REGISTRADA" TO RJ-REASON
               PERFORM REJECT-TRANSACTION
           END-IF.

       FILL-CERT-FIELDS.
           MOVE TRN-ISSUE-DATE TO CRT-ISSUE-DATE.
           IF TRN-EXPIRY-DATE NOT = SPACES
               MOVE TRN-EXPIRY-N TO CRT-EXPIRY-DATE
           ELSE
               PERFORM DERIVE-EXPIRY-DATE
               MOVE WS-EXPIRY-WORK TO CRT-EXPIRY-DATE
           END-IF.
           MOVE TRN-REFERENCE TO CRT-REFERENCE.
           MOVE WS-RUN-DATE TO CRT-UPDATED.

      *    Issue date plus the validity months, on the same day of
      *    the month or the month's last day when it is shorter.
       DERIVE-EXPIRY-DATE.
           IF WS-TYP-MONTHS-TBL(WS-TYPE-HIT) = ZERO
               MOVE WS-NEVER-EXPIRES TO WS-EXPIRY-WORK
           ELSE
               MOVE TRN-ISSUE-DATE TO WS-CHECK-DATE
               COMPUTE WS-MONTH-INDEX = (WS-CHK-YYYY * 12)
                   + WS-CHK-MM - 1 + WS-TYP-MONTHS-TBL(WS-TYPE-HIT)
               DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-EXP-YYYY
                   REMAINDER WS-MONTH-REM
               COMPUTE WS-EXP-MM = WS-MONTH-REM + 1
               MOVE WS-EXP-YYYY TO WS-LD-YYYY
               MOVE WS-EXP-MM TO WS-LD-MM
               PERFORM GET-MONTH-LAST-DAY
               IF WS-CHK-DD > WS-LAST-DAY
                   MOVE WS-LAST-DAY TO WS-EXP-DD
               ELSE
                   MOVE WS-CHK-DD TO WS-EXP-DD
               END-IF
           END-IF.

       VALIDATE-DATE.
           SET WS-DATE-OK TO FALSE.
           IF WS-CHECK-DATE IS NUMERIC
               IF WS-CHK-YYYY >= 1900
                   AND WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
                   MOVE WS-CHK-YYYY TO WS-LD-YYYY
                   MOVE WS-CHK-MM TO WS-LD-MM
                   PERFORM GET-MONTH-LAST-DAY
                   IF WS-CHK-DD >= 1 AND WS-CHK-DD <= WS-LAST-DAY
                       SET WS-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       GET-MONTH-LAST-DAY.
           MOVE WS-MONTH-DAYS(WS-LD-MM) TO WS-LAST-DAY.
           IF WS-LD-MM = 2
               DIVIDE WS-LD-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-LAST-DAY
                   DIVIDE WS-LD-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       DIVIDE WS-LD-YYYY BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = ZERO
                           MOVE 28 TO WS-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-CERT-TYPE.
           MOVE ZERO TO WS-TYPE-HIT.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                   OR WS-TYPE-HIT > ZERO
               IF WS-TYP-CODE-TBL(WS-TYPE-SUB) = TRN-CODE
                   MOVE WS-TYPE-SUB TO WS-TYPE-HIT
               END-IF
           END-PERFORM.

       READ-CERT-ENTRY.
           SET WS-FOUND TO FALSE.
           MOVE TRN-EMP-ID TO CRT-EMP-ID.
           MOVE TRN-CODE TO CRT-CODE.
           READ CERT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.

       BUILD-CERT-IMAGE.
           MOVE CRT-CODE TO CI-CODE.
           MOVE CRT-ISSUE-DATE TO CI-ISSUE.
           MOVE CRT-EXPIRY-DATE TO CI-EXPIRY.
           MOVE CRT-REFERENCE TO CI-REFERENCE.

      *    Certification entries share EMPHIST.DAT with the master
      *    changes under their own transaction types (E alta,
      *    R renewal, X removal) and operator, so the employee
      *    backout and transfer listings pass over them.
       WRITE-HISTORY-ENTRY.
           MOVE TRN-EMP-ID TO HIS-EMP-ID.
           MOVE WS-HIS-TYPE TO HIS-TRAN-TYPE.
           MOVE WS-RUN-DATE TO HIS-DATE.
           ACCEPT HIS-TIME FROM TIME.
           MOVE "CERTIF" TO HIS-OPERATOR.
           MOVE WS-BEFORE-IMAGE TO HIS-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO HIS-AFTER-IMAGE.
           MOVE SPACES TO HIS-BEFORE-PAY.
           MOVE SPACES TO HIS-AFTER-PAY.
           MOVE SPACES TO HIS-BEFORE-MGR.
           MOVE SPACES TO HIS-AFTER-MGR.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HIS-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           WRITE EMP-HISTORY-RECORD.
           CLOSE HISTORY-FILE.

       LOAD-TYPE-TABLE.
           OPEN INPUT CERT-TYPE-FILE.
           IF WS-CTY-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CERT-TYPE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-TYPE-COUNT >= 50
                               DISPLAY "CERTTYPE.DAT HAS MORE THAN 50 "
                                   "TYPES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-TYPE-COUNT
                               MOVE CTY-CODE TO
                                   WS-TYP-CODE-TBL(WS-TYPE-COUNT)
                               IF CTY-VALID-MONTHS IS NUMERIC
                                   MOVE CTY-VALID-MONTHS TO
                                       WS-TYP-MONTHS-TBL(WS-TYPE-COUNT)
                               ELSE
                                   MOVE ZERO TO
                                       WS-TYP-MONTHS-TBL(WS-TYPE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-TYPE-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       REJECT-TRANSACTION.
           SET WS-TRAN-VALID TO FALSE.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE WS-RUN-DATE TO RJ-DATE.
           OPEN EXTEND REJECT-FILE.
           IF WS-RJ-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF.
           WRITE REJECT-RECORD.
           CLOSE REJECT-FILE.

       OPEN-CERT-MASTER.
           OPEN I-O CERT-MASTER.
           IF WS-CRT-STATUS = "35"
               OPEN OUTPUT CERT-MASTER
               CLOSE CERT-MASTER
               OPEN I-O CERT-MASTER
           END-IF.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CONTROL-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-YYYY TO WH-YYYY.
           MOVE WS-RUN-MM TO WH-MM.
           MOVE WS-RUN-DD TO WH-DD.
           WRITE CONTROL-REPORT-LINE FROM WS-HDR-LINE.

           MOVE "TRANSACCIONES LEIDAS        : " TO WC-LABEL.
           MOVE WS-READ-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "TRANSACCIONES APLICADAS     : " TO WC-LABEL.
           MOVE WS-APPLIED-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "  ALTAS APLICADAS           : " TO WC-LABEL.
           MOVE WS-ALTA-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "  RENOVACIONES APLICADAS    : " TO WC-LABEL.
           MOVE WS-CAMBIO-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "  BAJAS APLICADAS           : " TO WC-LABEL.
           MOVE WS-BAJA-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           MOVE "TRANSACCIONES RECHAZADAS    : " TO WC-LABEL.
           MOVE WS-REJECTED-COUNT TO WC-COUNT.
           WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE.

           CLOSE CONTROL-REPORT-FILE.

       END PROGRAM CERT-TRAN-APPLY.
