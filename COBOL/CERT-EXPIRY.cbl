      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-MASTER ASSIGN TO "CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-CRT-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CERT-TYPE-FILE ASSIGN TO "CERTTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTY-STATUS.
           SELECT EXPIRY-REPORT-FILE ASSIGN TO "CERTEXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-MASTER.
       COPY CERTREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  CERT-TYPE-FILE.
       COPY CERTTYPE.

       FD  EXPIRY-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       WORKING-STORAGE SECTION.
       01  WS-CRT-STATUS PIC XX.
       01  WS-EMP-STATUS PIC XX.
       01  WS-CTY-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-HELD-FLAG PIC X VALUE 'N'.
           88 WS-HELD VALUE 'Y' FALSE 'N'.

       01  WS-TYPE-COUNT PIC 9(2) VALUE ZERO.
       01  WS-TYPE-SUB PIC 9(2).
       01  WS-TYPE-TABLE.
           02 WS-TYPE-ENTRY OCCURS 50 TIMES.
               03 WS-TYP-CODE-TBL PIC X(6).
               03 WS-TYP-DESC-TBL PIC X(24).
               03 WS-TYP-DEPT-TBL PIC X(4) OCCURS 5 TIMES.
       01  WS-DEPT-SUB PIC 9.

      *    CERTMAST.DAT comes back in employee order, the same order
      *    as the master, so each employee's certifications are a
      *    run of consecutive entries starting at WS-CERT-PTR.
       01  WS-CERT-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CERT-TABLE.
           02 WS-CERT-ENTRY OCCURS 2000 TIMES.
               03 WS-CRT-EMP-TBL    PIC 9(6).
               03 WS-CRT-CODE-TBL   PIC X(6).
               03 WS-CRT-EXPIRY-TBL PIC 9(8).
       01  WS-CERT-PTR PIC 9(4) VALUE 1.
       01  WS-CERT-FIRST PIC 9(4).
       01  WS-CERT-LAST PIC 9(4).
       01  WS-CERT-SUB PIC 9(4).
       01  WS-ORPHAN-COUNT PIC 9(4) VALUE ZERO.
       01  WS-NEVER-EXPIRES PIC 9(8) VALUE 99991231.

      *    WS-FND-SECTION: 1 expired, 2 within 30 days, 3 within 60,
      *    4 within 90, 5 required by the department but missing.
       01  WS-FIND-COUNT PIC 9(4) VALUE ZERO.
       01  WS-FIND-TABLE.
           02 WS-FIND-ENTRY OCCURS 2000 TIMES.
               03 WS-FND-SECTION  PIC 9.
               03 WS-FND-EMP-ID   PIC 9(6).
               03 WS-FND-APELLIDO PIC X(20).
               03 WS-FND-DEPT     PIC X(4).
               03 WS-FND-CODE     PIC X(6).
               03 WS-FND-TYPE-SUB PIC 9(2).
               03 WS-FND-EXPIRY   PIC 9(8).
               03 WS-FND-DAYS     PIC S9(5).
       01  WS-FIND-SUB PIC 9(4).
       01  WS-SECTION PIC 9.
       01  WS-SECTION-COUNT PIC 9(4).
       01  WS-SECTION-TOTALS.
           02 WS-SECTION-TOTAL PIC 9(4) VALUE ZERO OCCURS 5 TIMES.
       01  WS-SECTION-NAMES.
           02 FILLER PIC X(40) VALUE "CERTIFICACIONES VENCIDAS".
           02 FILLER PIC X(40) VALUE "VENCEN EN LOS PROXIMOS 30 DIAS".
           02 FILLER PIC X(40) VALUE "VENCEN ENTRE 31 Y 60 DIAS".
           02 FILLER PIC X(40) VALUE "VENCEN ENTRE 61 Y 90 DIAS".
           02 FILLER PIC X(40)
               VALUE "REQUERIDAS POR EL DEPARTAMENTO SIN ALTA".
       01  WS-SECTION-NAMES-R REDEFINES WS-SECTION-NAMES.
           02 WS-SECTION-NAME PIC X(40) OCCURS 5 TIMES.

       01  WS-RUN-INT PIC S9(9).
       01  WS-DAYS-LEFT PIC S9(9).

       COPY RUNSTAMP.

       01  WS-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-LINE-COUNT PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01  WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-PRINT-LINE PIC X(80).

       01  WS-HDR-1.
           02 FILLER PIC X(34)
               VALUE "VENCIMIENTO DE CERTIFICACIONES".
           02 FILLER PIC X(6) VALUE "FECHA:".
           02 HD-MM PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-DD PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-YYYY PIC 9(4).
           02 FILLER PIC X(8) VALUE " PAGINA:".
           02 HD-PAGE PIC ZZ9.

       01  WS-COLUMN-HDR.
           02 FILLER PIC X(28) VALUE "  EMP-ID APELLIDO".
           02 FILLER PIC X(5) VALUE "DEPT ".
           02 FILLER PIC X(28) VALUE "CERT   DESCRIPCION".
           02 FILLER PIC X(9) VALUE "VENCE".
           02 FILLER PIC X(5) VALUE " DIAS".

       01  WS-SECTION-HDR.
           02 SH-NAME PIC X(40).
           02 FILLER PIC X(3) VALUE " : ".
           02 SH-COUNT PIC ZZZ9.

       01  WS-DETAIL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-EMP-ID PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-APELLIDO PIC X(18).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-DEPT PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-CODE PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-DESC PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-EXPIRY PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-DAYS PIC ----9.
           02 DL-DAYS-X REDEFINES DL-DAYS PIC X(5).

       01  WS-TOTAL-LINE.
           02 TT-LABEL PIC X(40).
           02 TT-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM LOAD-TYPE-TABLE.
           PERFORM LOAD-CERT-TABLE.

           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NO DISPONIBLE - STATUS "
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-MASTER
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-EMPLOYEE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.
           SET WS-EOF TO FALSE.
           IF WS-CERT-PTR <= WS-CERT-COUNT
               COMPUTE WS-ORPHAN-COUNT = WS-ORPHAN-COUNT
                   + WS-CERT-COUNT - WS-CERT-PTR + 1
           END-IF.

           OPEN OUTPUT EXPIRY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           PERFORM VARYING WS-SECTION FROM 1 BY 1
                   UNTIL WS-SECTION > 5
               PERFORM PRINT-SECTION
           END-PERFORM.
           PERFORM PRINT-TOTALS.
           CLOSE EXPIRY-REPORT-FILE.

           PERFORM SUBMIT-TO-PRINT-QUEUE.

           IF WS-SECTION-TOTAL(1) > ZERO OR WS-SECTION-TOTAL(5) > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "CERT-EXPIRY - VENCIDAS " WS-SECTION-TOTAL(1)
               " POR VENCER " WS-SECTION-TOTAL(2) "/"
               WS-SECTION-TOTAL(3) "/" WS-SECTION-TOTAL(4)
               " FALTANTES " WS-SECTION-TOTAL(5).
           GOBACK.

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
                               MOVE CTY-DESC TO
                                   WS-TYP-DESC-TBL(WS-TYPE-COUNT)
                               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                                       UNTIL WS-DEPT-SUB > 5
                                   MOVE CTY-REQ-DEPT(WS-DEPT-SUB) TO
                                       WS-TYP-DEPT-TBL(WS-TYPE-COUNT,
                                           WS-DEPT-SUB)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-TYPE-FILE
           ELSE
               DISPLAY "CERTTYPE.DAT NO DISPONIBLE - STATUS "
                   WS-CTY-STATUS " - SIN CONTROL DE FALTANTES"
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-CERT-TABLE.
           OPEN INPUT CERT-MASTER.
           IF WS-CRT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CERT-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-CERT-COUNT >= 2000
                               DISPLAY "CERTMAST.DAT HAS MORE THAN "
                                   "2000 CERTIFICATIONS - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-CERT-COUNT
                               MOVE CRT-EMP-ID TO
                                   WS-CRT-EMP-TBL(WS-CERT-COUNT)
                               MOVE CRT-CODE TO
                                   WS-CRT-CODE-TBL(WS-CERT-COUNT)
                               MOVE CRT-EXPIRY-DATE TO
                                   WS-CRT-EXPIRY-TBL(WS-CERT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-MASTER
           END-IF.
           SET WS-EOF TO FALSE.

      *    Certifications left behind by employees no longer on the
      *    master are skipped and only counted.
       CHECK-EMPLOYEE.
           PERFORM UNTIL WS-CERT-PTR > WS-CERT-COUNT
                   OR WS-CRT-EMP-TBL(WS-CERT-PTR) >= EMP-ID
               ADD 1 TO WS-ORPHAN-COUNT
               ADD 1 TO WS-CERT-PTR
           END-PERFORM.
           MOVE WS-CERT-PTR TO WS-CERT-FIRST.
           PERFORM UNTIL WS-CERT-PTR > WS-CERT-COUNT
                   OR WS-CRT-EMP-TBL(WS-CERT-PTR) NOT = EMP-ID
               ADD 1 TO WS-CERT-PTR
           END-PERFORM.
           COMPUTE WS-CERT-LAST = WS-CERT-PTR - 1.

           PERFORM VARYING WS-CERT-SUB FROM WS-CERT-FIRST BY 1
                   UNTIL WS-CERT-SUB > WS-CERT-LAST
               PERFORM CLASSIFY-CERT
           END-PERFORM.

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               PERFORM CHECK-REQUIRED-TYPE
           END-PERFORM.

       CLASSIFY-CERT.
           MOVE ZERO TO WS-SECTION.
           IF WS-CRT-EXPIRY-TBL(WS-CERT-SUB) NOT = WS-NEVER-EXPIRES
               COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE
                   (WS-CRT-EXPIRY-TBL(WS-CERT-SUB)) - WS-RUN-INT
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < ZERO
                       MOVE 1 TO WS-SECTION
                   WHEN WS-DAYS-LEFT <= 30
                       MOVE 2 TO WS-SECTION
                   WHEN WS-DAYS-LEFT <= 60
                       MOVE 3 TO WS-SECTION
                   WHEN WS-DAYS-LEFT <= 90
                       MOVE 4 TO WS-SECTION
               END-EVALUATE
           END-IF.
           IF WS-SECTION > ZERO
               MOVE WS-CRT-CODE-TBL(WS-CERT-SUB) TO CRT-CODE
               MOVE WS-CRT-EXPIRY-TBL(WS-CERT-SUB) TO CRT-EXPIRY-DATE
               PERFORM ADD-FINDING
           END-IF.

       CHECK-REQUIRED-TYPE.
           SET WS-HELD TO FALSE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 5 OR WS-HELD
               IF WS-TYP-DEPT-TBL(WS-TYPE-SUB, WS-DEPT-SUB) = EMP-DEPT
                   SET WS-HELD TO TRUE
               END-IF
           END-PERFORM.
      *    WS-HELD now says the department requires the type; it is
      *    reused below for whether the employee holds it.
           IF WS-HELD
               SET WS-HELD TO FALSE
               PERFORM VARYING WS-CERT-SUB FROM WS-CERT-FIRST BY 1
                       UNTIL WS-CERT-SUB > WS-CERT-LAST OR WS-HELD
                   IF WS-CRT-CODE-TBL(WS-CERT-SUB)
                       = WS-TYP-CODE-TBL(WS-TYPE-SUB)
                       SET WS-HELD TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-HELD
                   MOVE 5 TO WS-SECTION
                   MOVE WS-TYP-CODE-TBL(WS-TYPE-SUB) TO CRT-CODE
                   MOVE ZERO TO CRT-EXPIRY-DATE
                   MOVE ZERO TO WS-DAYS-LEFT
                   PERFORM ADD-FINDING
               END-IF
           END-IF.

       ADD-FINDING.
           ADD 1 TO WS-SECTION-TOTAL(WS-SECTION).
           IF WS-FIND-COUNT >= 2000
               IF WS-FIND-COUNT = 2000
                   DISPLAY "MORE THAN 2000 FINDINGS - EXTRA NOT LISTED"
                   ADD 1 TO WS-FIND-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-FIND-COUNT
               MOVE WS-SECTION TO WS-FND-SECTION(WS-FIND-COUNT)
               MOVE EMP-ID TO WS-FND-EMP-ID(WS-FIND-COUNT)
               MOVE EMP-APELLIDO TO WS-FND-APELLIDO(WS-FIND-COUNT)
               MOVE EMP-DEPT TO WS-FND-DEPT(WS-FIND-COUNT)
               MOVE CRT-CODE TO WS-FND-CODE(WS-FIND-COUNT)
               MOVE CRT-EXPIRY-DATE TO WS-FND-EXPIRY(WS-FIND-COUNT)
               MOVE WS-DAYS-LEFT TO WS-FND-DAYS(WS-FIND-COUNT)
               MOVE ZERO TO WS-FND-TYPE-SUB(WS-FIND-COUNT)
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                   IF WS-TYP-CODE-TBL(WS-TYPE-SUB) = CRT-CODE
                       MOVE WS-TYPE-SUB TO
                           WS-FND-TYPE-SUB(WS-FIND-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-SECTION.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-SECTION-NAME(WS-SECTION) TO SH-NAME.
           MOVE WS-SECTION-TOTAL(WS-SECTION) TO SH-COUNT.
           MOVE WS-SECTION-HDR TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-FIND-COUNT
                   OR WS-FIND-SUB > 2000
               IF WS-FND-SECTION(WS-FIND-SUB) = WS-SECTION
                   PERFORM PRINT-FINDING
               END-IF
           END-PERFORM.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  NINGUNA" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-FINDING.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-FND-EMP-ID(WS-FIND-SUB) TO DL-EMP-ID.
           MOVE WS-FND-APELLIDO(WS-FIND-SUB) TO DL-APELLIDO.
           MOVE WS-FND-DEPT(WS-FIND-SUB) TO DL-DEPT.
           MOVE WS-FND-CODE(WS-FIND-SUB) TO DL-CODE.
           IF WS-FND-TYPE-SUB(WS-FIND-SUB) > ZERO
               MOVE WS-TYP-DESC-TBL(WS-FND-TYPE-SUB(WS-FIND-SUB))
                   TO DL-DESC
           ELSE
               MOVE "(TIPO DESCONOCIDO)" TO DL-DESC
           END-IF.
           IF WS-SECTION = 5
               MOVE "FALTA" TO DL-EXPIRY
               MOVE SPACES TO DL-DAYS-X
           ELSE
               MOVE WS-FND-EXPIRY(WS-FIND-SUB) TO DL-EXPIRY
               MOVE WS-FND-DAYS(WS-FIND-SUB) TO DL-DAYS
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "CERTIFICACIONES REGISTRADAS            :" TO TT-LABEL.
           MOVE WS-CERT-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF WS-ORPHAN-COUNT > ZERO
               MOVE "  DE EMPLEADOS YA NO EN EL MAESTRO     :"
                   TO TT-LABEL
               MOVE WS-ORPHAN-COUNT TO TT-COUNT
               MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

       WRITE-PAGE-HEADER.
           MOVE WS-RUN-MM TO HD-MM.
           MOVE WS-RUN-DD TO HD-DD.
           MOVE WS-RUN-YYYY TO HD-YYYY.
           MOVE WS-PAGE-NUM TO HD-PAGE.
           WRITE REPORT-LINE FROM ENV-BANNER.
           WRITE REPORT-LINE FROM WS-HDR-1.
           WRITE REPORT-LINE FROM WS-COLUMN-HDR.
           ADD 1 TO WS-PAGE-NUM.
           ADD 3 TO WS-TOTAL-LINE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "CERTEXP.RPT" TO PQ-REPORT-NAME.
           MOVE ZERO TO PQ-PRINT-DATE.
           MOVE ZERO TO PQ-PRINT-TIME.
           MOVE WS-RUN-DATE TO PQ-RUN-DATE.
           MOVE WS-RUN-TIME TO PQ-RUN-TIME.
           MOVE WS-TOTAL-LINE-COUNT TO PQ-LINE-COUNT.
           MOVE "QUEUED" TO PQ-STATUS.
           MOVE 5 TO PQ-PRIORITY.
           MOVE ZERO TO PQ-NEEDED-BY.
           OPEN EXTEND PRINT-QUEUE-FILE.
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT PRINT-QUEUE-FILE
           END-IF.
           WRITE PRINT-QUEUE-RECORD.
           CLOSE PRINT-QUEUE-FILE.

       END PROGRAM CERT-EXPIRY.
