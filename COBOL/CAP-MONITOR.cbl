      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP-MONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-CTL-FILE ASSIGN TO "CAPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT WARN-CTL-FILE ASSIGN TO "CAPWARN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRN-STATUS.
           SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-COUNT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CAPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPACITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One row per table a program fills from a file.  Rows with
      *    the same program and table name load several files into
      *    one shared table, so their record counts are added up.
       FD  CAPACITY-CTL-FILE.
       01  CAPACITY-CTL-RECORD.
           02 CAP-FILE    PIC X(12).
           02 CAP-PROGRAM PIC X(20).
           02 CAP-TABLE   PIC X(12).
           02 CAP-CEILING PIC 9(5).

       FD  WARN-CTL-FILE.
       01  WARN-CTL-RECORD.
           02 WRN-PERCENT     PIC 9(3).
           02 WRN-WINDOW-DAYS PIC 9(3).

       FD  COUNT-FILE.
       01  COUNT-RECORD PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           02 HST-DATE  PIC 9(8).
           02 HST-FILE  PIC X(12).
           02 HST-COUNT PIC 9(7).

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CAP-STATUS PIC XX.
       01  WS-WRN-STATUS PIC XX.
       01  WS-CNT-STATUS PIC XX.
       01  WS-HST-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-COUNT-FILENAME PIC X(12).
       01  WS-WARN-PERCENT PIC 9(3) VALUE 80.
       01  WS-WINDOW-DAYS PIC 9(3) VALUE 30.
       01  WS-RUN-INT PIC 9(8).
       01  WS-WINDOW-START-INT PIC 9(8).
       01  WS-HST-INT PIC 9(8).
       01  WS-BASE-INT PIC 9(8).
       01  WS-ELAPSED-DAYS PIC 9(5).

       01  WS-SUB PIC 9(3).
       01  WS-GRP PIC 9(3).
       01  WS-FIL PIC 9(3).
       01  WS-CAP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CAP-TABLE.
           02 WS-CAP-ENTRY OCCURS 200 TIMES.
               03 WS-CAP-FILE-TBL    PIC X(12).
               03 WS-CAP-PROGRAM-TBL PIC X(20).
               03 WS-CAP-TABLE-TBL   PIC X(12).
               03 WS-CAP-CEILING-TBL PIC 9(5).
               03 WS-CAP-FIL-TBL     PIC 9(3).

       01  WS-FILE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FILE-TABLE.
           02 WS-FILE-ENTRY OCCURS 100 TIMES.
               03 WS-FIL-NAME-TBL       PIC X(12).
               03 WS-FIL-EXISTS-TBL     PIC X.
               03 WS-FIL-COUNT-TBL      PIC 9(7).
               03 WS-FIL-BASE-DATE-TBL  PIC 9(8).
               03 WS-FIL-BASE-COUNT-TBL PIC 9(7).
               03 WS-FIL-RATE-TBL       PIC S9(5)V99.

       01  WS-GROUP-FIRST PIC 9(3).
       01  WS-GROUP-COUNT PIC 9(7).
       01  WS-GROUP-RATE PIC S9(5)V99.
       01  WS-USE-PERCENT PIC 9(4).
       01  WS-DAYS-TO-FULL PIC 9(7).
       01  WS-WARN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FULL-COUNT PIC 9(3) VALUE ZERO.

       COPY RUNSTAMP.
       COPY MSGFMT.

       01  WS-FILE-LINE.
           02 FILLER PIC X(8) VALUE "ARCHIVO ".
           02 FL-NAME PIC X(12).
           02 FILLER PIC X(11) VALUE " REGISTROS ".
           02 FL-COUNT PIC Z,ZZZ,ZZ9.
           02 FILLER PIC X(11) VALUE " CREC/DIA ".
           02 FL-RATE PIC ---,--9.99.
           02 FL-NOTE REDEFINES FL-RATE PIC X(10).

       01  WS-COL-LINE.
           02 FILLER PIC X(22) VALUE "   PROGRAMA".
           02 FILLER PIC X(12) VALUE "TABLA".
           02 FILLER PIC X(8) VALUE " REGIST.".
           02 FILLER PIC X(7) VALUE "   TOPE".
           02 FILLER PIC X(7) VALUE "  USO%".
           02 FILLER PIC X(7) VALUE "   DIAS".
           02 FILLER PIC X(7) VALUE "  AVISO".

       01  WS-PROGRAM-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 PL-PROGRAM PIC X(19).
           02 PL-TABLE PIC X(12).
           02 PL-SHARED PIC X.
           02 PL-COUNT PIC ZZZ,ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PL-CEILING PIC ZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-PERCENT PIC ZZZ9.
           02 FILLER PIC X VALUE "%".
           02 PL-DAYS PIC Z,ZZZ,ZZ9.
           02 PL-DAYS-NOTE REDEFINES PL-DAYS PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PL-FLAG PIC X(5).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO RETURN-CODE.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM LOAD-WARN-CONTROL.
           COMPUTE WS-WINDOW-START-INT = WS-RUN-INT - WS-WINDOW-DAYS.

           PERFORM LOAD-CAPACITY-CONTROL.
           IF WS-CAP-COUNT = ZERO
               DISPLAY "CAPCTL.DAT VACIO O AUSENTE - CAPACIDAD NO "
                   "VERIFICADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-FIL FROM 1 BY 1
                   UNTIL WS-FIL > WS-FILE-COUNT
               PERFORM COUNT-ONE-FILE
           END-PERFORM.
           PERFORM LOAD-GROWTH-BASE.
           PERFORM COMPUTE-GROWTH-RATES.
           PERFORM APPEND-GROWTH-HISTORY.
           PERFORM WRITE-CAPACITY-REPORT.

           IF WS-FULL-COUNT > ZERO
               MOVE "E" TO MSG-SEVERITY
               MOVE "CAPMONTR" TO MSG-PROGRAM-ID
               MOVE "CAP0002" TO MSG-ID
               MOVE "TABLA EN MEMORIA LLENA - REGISTROS IGNORADOS"
                   TO MSG-TEXT
               CALL "MSG-LOOKUP" USING WS-STD-MESSAGE
               CALL "MSG-WRITER" USING WS-STD-MESSAGE
           END-IF.
           IF WS-WARN-COUNT > ZERO
               MOVE "W" TO MSG-SEVERITY
               MOVE "CAPMONTR" TO MSG-PROGRAM-ID
               MOVE "CAP0001" TO MSG-ID
               MOVE "TABLA EN MEMORIA CERCA DE SU TOPE" TO MSG-TEXT
               CALL "MSG-LOOKUP" USING WS-STD-MESSAGE
               CALL "MSG-WRITER" USING WS-STD-MESSAGE
           END-IF.
           IF WS-FULL-COUNT > ZERO OR WS-WARN-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "CAP-MONITOR - ARCHIVOS " WS-FILE-COUNT
               " TABLAS LLENAS " WS-FULL-COUNT
               " EN AVISO " WS-WARN-COUNT " - VER CAPACITY.RPT".
           GOBACK.

       LOAD-WARN-CONTROL.
           OPEN INPUT WARN-CTL-FILE.
           IF WS-WRN-STATUS = "00"
               READ WARN-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WRN-PERCENT IS NUMERIC
                           AND WRN-PERCENT > ZERO
                           MOVE WRN-PERCENT TO WS-WARN-PERCENT
                       END-IF
                       IF WRN-WINDOW-DAYS IS NUMERIC
                           AND WRN-WINDOW-DAYS > ZERO
                           MOVE WRN-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE WARN-CTL-FILE
           END-IF.

       LOAD-CAPACITY-CONTROL.
           OPEN INPUT CAPACITY-CTL-FILE.
           IF WS-CAP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CAPACITY-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-CAP-COUNT >= 200
                               DISPLAY "CAPCTL.DAT HAS MORE THAN 200 "
                                   "ROWS - EXTRA IGNORED"
                           ELSE
                               IF CAP-CEILING IS NUMERIC
                                   AND CAP-CEILING > ZERO
                                   PERFORM ADD-CAPACITY-ROW
                               ELSE
                                   DISPLAY "CAPCTL.DAT - TOPE INVALIDO "
                                       "PARA " CAP-PROGRAM " - OMITIDO"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-CTL-FILE
           END-IF.

       ADD-CAPACITY-ROW.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-FIL FROM 1 BY 1
                   UNTIL WS-FIL > WS-FILE-COUNT OR WS-FOUND
               IF WS-FIL-NAME-TBL(WS-FIL) = CAP-FILE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FIL
           ELSE
               IF WS-FILE-COUNT < 100
                   ADD 1 TO WS-FILE-COUNT
                   MOVE WS-FILE-COUNT TO WS-FIL
                   MOVE CAP-FILE TO WS-FIL-NAME-TBL(WS-FIL)
                   MOVE 'N' TO WS-FIL-EXISTS-TBL(WS-FIL)
                   MOVE ZERO TO WS-FIL-COUNT-TBL(WS-FIL)
                   MOVE ZERO TO WS-FIL-BASE-DATE-TBL(WS-FIL)
                   MOVE ZERO TO WS-FIL-BASE-COUNT-TBL(WS-FIL)
                   MOVE ZERO TO WS-FIL-RATE-TBL(WS-FIL)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY "CAPCTL.DAT HAS MORE THAN 100 FILES - "
                       CAP-FILE " IGNORED"
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-CAP-COUNT
               MOVE CAP-FILE TO WS-CAP-FILE-TBL(WS-CAP-COUNT)
               MOVE CAP-PROGRAM TO WS-CAP-PROGRAM-TBL(WS-CAP-COUNT)
               MOVE CAP-TABLE TO WS-CAP-TABLE-TBL(WS-CAP-COUNT)
               MOVE CAP-CEILING TO WS-CAP-CEILING-TBL(WS-CAP-COUNT)
               MOVE WS-FIL TO WS-CAP-FIL-TBL(WS-CAP-COUNT)
           END-IF.

       COUNT-ONE-FILE.
           MOVE WS-FIL-NAME-TBL(WS-FIL) TO WS-COUNT-FILENAME.
           OPEN INPUT COUNT-FILE.
           IF WS-CNT-STATUS = "00"
               MOVE 'Y' TO WS-FIL-EXISTS-TBL(WS-FIL)
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ COUNT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FIL-COUNT-TBL(WS-FIL)
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.

      *    The growth base for each file is its oldest count inside
      *    the look-back window; today's own entries from an earlier
      *    run are skipped so a rerun does not flatten the rate.
       LOAD-GROWTH-BASE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HST-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       CHECK-HISTORY-ROW.
           IF HST-DATE IS NUMERIC AND HST-DATE < WS-RUN-DATE
               COMPUTE WS-HST-INT = FUNCTION INTEGER-OF-DATE(HST-DATE)
               IF WS-HST-INT >= WS-WINDOW-START-INT
                   PERFORM VARYING WS-FIL FROM 1 BY 1
                           UNTIL WS-FIL > WS-FILE-COUNT
                       IF WS-FIL-NAME-TBL(WS-FIL) = HST-FILE
                           PERFORM TAKE-GROWTH-BASE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       TAKE-GROWTH-BASE.
           IF WS-FIL-BASE-DATE-TBL(WS-FIL) = ZERO
               OR HST-DATE < WS-FIL-BASE-DATE-TBL(WS-FIL)
               MOVE HST-DATE TO WS-FIL-BASE-DATE-TBL(WS-FIL)
               MOVE HST-COUNT TO WS-FIL-BASE-COUNT-TBL(WS-FIL)
           END-IF.

       COMPUTE-GROWTH-RATES.
           PERFORM VARYING WS-FIL FROM 1 BY 1
                   UNTIL WS-FIL > WS-FILE-COUNT
               IF WS-FIL-BASE-DATE-TBL(WS-FIL) > ZERO
                   COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE
                       (WS-FIL-BASE-DATE-TBL(WS-FIL))
                   COMPUTE WS-ELAPSED-DAYS = WS-RUN-INT - WS-BASE-INT
                   COMPUTE WS-FIL-RATE-TBL(WS-FIL) ROUNDED =
                       (WS-FIL-COUNT-TBL(WS-FIL)
                       - WS-FIL-BASE-COUNT-TBL(WS-FIL))
                       / WS-ELAPSED-DAYS
               END-IF
           END-PERFORM.

       APPEND-GROWTH-HISTORY.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-FIL FROM 1 BY 1
                   UNTIL WS-FIL > WS-FILE-COUNT
               MOVE WS-RUN-DATE TO HST-DATE
               MOVE WS-FIL-NAME-TBL(WS-FIL) TO HST-FILE
               MOVE WS-FIL-COUNT-TBL(WS-FIL) TO HST-COUNT
               WRITE HISTORY-RECORD
           END-PERFORM.
           CLOSE HISTORY-FILE.

       WRITE-CAPACITY-REPORT.
           OPEN OUTPUT CAPACITY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CAPACITY-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO CAPACITY-REPORT-LINE.
           STRING "CAPACIDAD DE TABLAS EN MEMORIA - " WS-RUN-DATE
               "   AVISO AL " WS-WARN-PERCENT "%"
               "   HISTORIA " WS-WINDOW-DAYS " DIAS"
               DELIMITED BY SIZE INTO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.
           PERFORM VARYING WS-FIL FROM 1 BY 1
                   UNTIL WS-FIL > WS-FILE-COUNT
               MOVE SPACES TO CAPACITY-REPORT-LINE
               WRITE CAPACITY-REPORT-LINE
               PERFORM WRITE-FILE-SECTION
           END-PERFORM.
           MOVE SPACES TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.
           MOVE "+ = TABLA CARGADA DESDE VARIOS ARCHIVOS - SE SUMAN"
               TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.
           MOVE SPACES TO CAPACITY-REPORT-LINE.
           STRING "TABLAS LLENAS " WS-FULL-COUNT
               "   TABLAS EN AVISO " WS-WARN-COUNT
               DELIMITED BY SIZE INTO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE.
           CLOSE CAPACITY-REPORT-FILE.

       WRITE-FILE-SECTION.
           MOVE WS-FIL-NAME-TBL(WS-FIL) TO FL-NAME.
           MOVE WS-FIL-COUNT-TBL(WS-FIL) TO FL-COUNT.
           EVALUATE TRUE
               WHEN WS-FIL-EXISTS-TBL(WS-FIL) = 'N'
                   MOVE "NO EXISTE" TO FL-NOTE
               WHEN WS-FIL-BASE-DATE-TBL(WS-FIL) = ZERO
                   MOVE "SIN HIST." TO FL-NOTE
               WHEN OTHER
                   MOVE WS-FIL-RATE-TBL(WS-FIL) TO FL-RATE
           END-EVALUATE.
           WRITE CAPACITY-REPORT-LINE FROM WS-FILE-LINE.
           WRITE CAPACITY-REPORT-LINE FROM WS-COL-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAP-COUNT
               IF WS-CAP-FIL-TBL(WS-SUB) = WS-FIL
                   PERFORM WRITE-PROGRAM-LINE
               END-IF
           END-PERFORM.

      *    The table's load is the sum over every file the same
      *    program loads into the same table; growth likewise.  A
      *    shared table is counted as full or in warning only once.
       WRITE-PROGRAM-LINE.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE ZERO TO WS-GROUP-RATE.
           MOVE ZERO TO WS-GROUP-FIRST.
           MOVE SPACE TO PL-SHARED.
           PERFORM VARYING WS-GRP FROM 1 BY 1
                   UNTIL WS-GRP > WS-CAP-COUNT
               IF WS-CAP-PROGRAM-TBL(WS-GRP)
                       = WS-CAP-PROGRAM-TBL(WS-SUB)
                   AND WS-CAP-TABLE-TBL(WS-GRP)
                       = WS-CAP-TABLE-TBL(WS-SUB)
                   ADD WS-FIL-COUNT-TBL(WS-CAP-FIL-TBL(WS-GRP))
                       TO WS-GROUP-COUNT
                   ADD WS-FIL-RATE-TBL(WS-CAP-FIL-TBL(WS-GRP))
                       TO WS-GROUP-RATE
                   IF WS-GROUP-FIRST = ZERO
                       MOVE WS-GRP TO WS-GROUP-FIRST
                   END-IF
                   IF WS-GRP NOT = WS-SUB
                       MOVE "+" TO PL-SHARED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CAP-PROGRAM-TBL(WS-SUB) TO PL-PROGRAM.
           MOVE WS-CAP-TABLE-TBL(WS-SUB) TO PL-TABLE.
           MOVE WS-GROUP-COUNT TO PL-COUNT.
           MOVE WS-CAP-CEILING-TBL(WS-SUB) TO PL-CEILING.
           COMPUTE WS-USE-PERCENT =
               (WS-GROUP-COUNT * 100) / WS-CAP-CEILING-TBL(WS-SUB).
           MOVE WS-USE-PERCENT TO PL-PERCENT.
           IF WS-GROUP-COUNT < WS-CAP-CEILING-TBL(WS-SUB)
               AND WS-GROUP-RATE > ZERO
               COMPUTE WS-DAYS-TO-FULL =
                   (WS-CAP-CEILING-TBL(WS-SUB) - WS-GROUP-COUNT)
                   / WS-GROUP-RATE
               MOVE WS-DAYS-TO-FULL TO PL-DAYS
           ELSE
               MOVE "       --" TO PL-DAYS-NOTE
           END-IF.
           MOVE SPACES TO PL-FLAG.
           IF WS-GROUP-COUNT >= WS-CAP-CEILING-TBL(WS-SUB)
               MOVE "LLENO" TO PL-FLAG
               IF WS-GROUP-FIRST = WS-SUB
                   ADD 1 TO WS-FULL-COUNT
               END-IF
           ELSE
               IF WS-USE-PERCENT >= WS-WARN-PERCENT
                   MOVE "AVISO" TO PL-FLAG
                   IF WS-GROUP-FIRST = WS-SUB
                       ADD 1 TO WS-WARN-COUNT
                   END-IF
               END-IF
           END-IF.
           WRITE CAPACITY-REPORT-LINE FROM WS-PROGRAM-LINE.

       END PROGRAM CAP-MONITOR.
