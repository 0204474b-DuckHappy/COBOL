      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COND-SOURCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO "CONDSRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CONDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT SOURCE-CTL-FILE ASSIGN TO "CONDSCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT SOURCE-REPORT-FILE ASSIGN TO "CONDSRC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE.
       COPY CONDSRC.

       FD  AUDIT-FILE.
       COPY CONDAUD.

      *    A source is flagged when its breach rate is more than
      *    CTL-RATIO-PCT percent of the shop rate and it supplied at
      *    least CTL-MIN-VOLUME readings.
       FD  SOURCE-CTL-FILE.
       01  SOURCE-CTL-RECORD.
           02 CTL-RATIO-PCT  PIC 9(3).
           02 CTL-MIN-VOLUME PIC 9(5).

       FD  SOURCE-REPORT-FILE.
       01  SOURCE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SRC-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-RATIO-PCT PIC 9(3) VALUE 200.
       01  WS-MIN-VOLUME PIC 9(5) VALUE 10.

      *    Registered sources first, in CONDSRC.DAT order; sources
      *    seen on the audit trail but not registered are added as
      *    they are met.
       01  WS-SRC-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SRC-TABLE.
           02 WS-SRC-ENTRY OCCURS 150 TIMES.
               03 WS-TBL-ID     PIC X(8).
               03 WS-TBL-NAME   PIC X(30).
               03 WS-TBL-REG    PIC X.
                   88 WS-TBL-REGISTERED VALUE 'Y'.
               03 WS-TBL-VOLUME PIC 9(7).
               03 WS-TBL-BAND   PIC 9(7) OCCURS 4 TIMES.
       01  WS-SUB PIC 9(3).
       01  WS-NEW-ID PIC X(8).
       01  WS-BND PIC 9.
       01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-OVERFLOW VALUE 'Y'.

       01  WS-SHOP-VOLUME PIC 9(7) VALUE ZERO.
       01  WS-SHOP-BAND PIC 9(7) OCCURS 4 TIMES.
       01  WS-BREACHES PIC 9(7).
       01  WS-RATE PIC 9(3)V9.
       01  WS-SHOP-RATE PIC 9(3)V9 VALUE ZERO.
       01  WS-RATE-LIMIT PIC 9(5)V9 VALUE ZERO.
       01  WS-FLAGGED-COUNT PIC 9(3) VALUE ZERO.
       01  WS-UNREG-COUNT PIC 9(3) VALUE ZERO.

       01  WS-HDR-LINE.
           02 FILLER PIC X(8)  VALUE "FUENTE".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(14) VALUE "NOMBRE".
           02 FILLER PIC X(7)  VALUE "LECTURA".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(6)  VALUE "  BAJA".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(6)  VALUE "NORMAL".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(6)  VALUE "  ALTA".
           02 FILLER PIC X(1)  VALUE SPACE.
           02 FILLER PIC X(6)  VALUE "CRITIC".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(5)  VALUE "%BRCH".
           02 FILLER PIC X(2)  VALUE SPACES.
           02 FILLER PIC X(13) VALUE "MARCA".

       01  WS-SOURCE-LINE.
           02 SL-SOURCE PIC X(8).
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SL-NAME   PIC X(14).
           02 SL-VOLUME PIC ZZZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SL-LOW    PIC ZZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SL-NORMAL PIC ZZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SL-HIGH   PIC ZZZZZ9.
           02 FILLER    PIC X(1) VALUE SPACE.
           02 SL-CRIT   PIC ZZZZZ9.
           02 FILLER    PIC X(2) VALUE SPACES.
           02 SL-RATE   PIC ZZ9.9.
           02 FILLER    PIC X(2) VALUE SPACES.
           02 SL-FLAG   PIC X(13).

       01  WS-LIMIT-LINE.
           02 FILLER PIC X(19) VALUE "MARCA SI BRECHAS > ".
           02 LL-RATIO PIC ZZ9.
           02 FILLER PIC X(23) VALUE " PCT DEL PROMEDIO, ES ".
           02 LL-LIMIT PIC ZZZZ9.9.
           02 FILLER PIC X(9) VALUE " PCT, MIN".
           02 LL-MIN PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " LECTURAS".

       COPY RUNSTAMP.
       COPY MSGFMT.
       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SOURCE-CONFIG.
           PERFORM INIT-SHOP-TOTALS.
           PERFORM LOAD-SOURCES.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "CONDAUD.DAT NO DISPONIBLE - STATUS "
                   WS-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AUD-BAND IS NUMERIC
                           AND AUD-BAND >= 1 AND AUD-BAND <= 4
                           PERFORM TALLY-ONE-DECISION
                               THRU TALLY-ONE-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           IF WS-SHOP-VOLUME = ZERO
               DISPLAY "COND-SOURCE - SIN DECISIONES DE BANDEO EN "
                   "CONDAUD.DAT"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE WS-BREACHES = WS-SHOP-BAND(3) + WS-SHOP-BAND(4).
           COMPUTE WS-SHOP-RATE ROUNDED =
               WS-BREACHES * 100 / WS-SHOP-VOLUME.
           COMPUTE WS-RATE-LIMIT ROUNDED =
               WS-SHOP-RATE * WS-RATIO-PCT / 100.

           PERFORM WRITE-SOURCE-REPORT.

           IF WS-FLAGGED-COUNT > ZERO
               MOVE "W" TO MSG-SEVERITY
               MOVE "CONDSRC" TO MSG-PROGRAM-ID
               MOVE "SRC0001" TO MSG-ID
               MOVE "FUENTE CON TASA DE BRECHAS DESPROPORCIONADA"
                   TO MSG-TEXT
               CALL "MSG-LOOKUP" USING WS-STD-MESSAGE
               CALL "MSG-WRITER" USING WS-STD-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "COND-SOURCE - NINGUNA FUENTE DESPROPORCIONADA"
           END-IF.
           GOBACK.

       INIT-SHOP-TOTALS.
           PERFORM VARYING WS-BND FROM 1 BY 1 UNTIL WS-BND > 4
               MOVE ZERO TO WS-SHOP-BAND(WS-BND)
           END-PERFORM.

       LOAD-SOURCES.
           OPEN INPUT SOURCE-FILE.
           IF WS-SRC-STATUS NOT = "00"
               DISPLAY "CONDSRC.DAT NO DISPONIBLE - STATUS "
                   WS-SRC-STATUS " - TODAS LAS FUENTES SIN REGISTRO"
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ SOURCE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-SRC-COUNT >= 100
                               DISPLAY "CONDSRC.DAT HAS MORE THAN "
                                   "100 SOURCES - EXTRA IGNORED"
                           ELSE
                               MOVE SRC-ID TO WS-NEW-ID
                               PERFORM ADD-SOURCE-ENTRY
                               MOVE SRC-NAME
                                   TO WS-TBL-NAME(WS-SRC-COUNT)
                               MOVE 'Y' TO WS-TBL-REG(WS-SRC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

       ADD-SOURCE-ENTRY.
           ADD 1 TO WS-SRC-COUNT.
           MOVE WS-NEW-ID TO WS-TBL-ID(WS-SRC-COUNT).
           MOVE SPACES TO WS-TBL-NAME(WS-SRC-COUNT).
           MOVE 'N' TO WS-TBL-REG(WS-SRC-COUNT).
           MOVE ZERO TO WS-TBL-VOLUME(WS-SRC-COUNT).
           PERFORM VARYING WS-BND FROM 1 BY 1 UNTIL WS-BND > 4
               MOVE ZERO TO WS-TBL-BAND(WS-SRC-COUNT, WS-BND)
           END-PERFORM.

       TALLY-ONE-DECISION.
           ADD 1 TO WS-SHOP-VOLUME.
           ADD 1 TO WS-SHOP-BAND(AUD-BAND).
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SRC-COUNT OR WS-FOUND
               IF WS-TBL-ID(WS-SUB) = AUD-SOURCE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SUB
           ELSE
               IF WS-SRC-COUNT >= 150
                   IF NOT WS-OVERFLOW
                       DISPLAY "CONDAUD.DAT HAS MORE THAN 150 "
                           "SOURCES - EXTRA IGNORED"
                       SET WS-OVERFLOW TO TRUE
                   END-IF
                   GO TO TALLY-ONE-EXIT
               END-IF
               MOVE AUD-SOURCE TO WS-NEW-ID
               PERFORM ADD-SOURCE-ENTRY
               IF AUD-SOURCE = SPACES
                   MOVE "(SIN FUENTE)" TO WS-TBL-NAME(WS-SRC-COUNT)
               ELSE
                   ADD 1 TO WS-UNREG-COUNT
               END-IF
               MOVE WS-SRC-COUNT TO WS-SUB
           END-IF.
           ADD 1 TO WS-TBL-VOLUME(WS-SUB).
           ADD 1 TO WS-TBL-BAND(WS-SUB, AUD-BAND).
       TALLY-ONE-EXIT.
           EXIT.

       WRITE-SOURCE-REPORT.
           OPEN OUTPUT SOURCE-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE SOURCE-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO SOURCE-REPORT-LINE.
           STRING "FIABILIDAD DE BANDEO POR FUENTE AL " WS-RUN-DATE
               DELIMITED BY SIZE INTO SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE.
           MOVE SPACES TO SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE FROM WS-HDR-LINE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SRC-COUNT
               PERFORM WRITE-ONE-SOURCE
           END-PERFORM.

           MOVE "TOTAL" TO SL-SOURCE.
           MOVE "TALLER" TO SL-NAME.
           MOVE WS-SHOP-VOLUME TO SL-VOLUME.
           MOVE WS-SHOP-BAND(1) TO SL-LOW.
           MOVE WS-SHOP-BAND(2) TO SL-NORMAL.
           MOVE WS-SHOP-BAND(3) TO SL-HIGH.
           MOVE WS-SHOP-BAND(4) TO SL-CRIT.
           MOVE WS-SHOP-RATE TO SL-RATE.
           MOVE SPACES TO SL-FLAG.
           MOVE SPACES TO SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE FROM WS-SOURCE-LINE.

           MOVE WS-RATIO-PCT TO LL-RATIO.
           MOVE WS-RATE-LIMIT TO LL-LIMIT.
           MOVE WS-MIN-VOLUME TO LL-MIN.
           WRITE SOURCE-REPORT-LINE FROM WS-LIMIT-LINE.
           MOVE SPACES TO SOURCE-REPORT-LINE.
           STRING "FUENTES MARCADAS " WS-FLAGGED-COUNT
               " NO REGISTRADAS " WS-UNREG-COUNT
               DELIMITED BY SIZE INTO SOURCE-REPORT-LINE.
           WRITE SOURCE-REPORT-LINE.
           CLOSE SOURCE-REPORT-FILE.

      *    Breaches are the HIGH and CRITICAL bands, the ones that
      *    raise a CONDEXC.DAT exception.
       WRITE-ONE-SOURCE.
           MOVE WS-TBL-ID(WS-SUB) TO SL-SOURCE.
           MOVE WS-TBL-NAME(WS-SUB) TO SL-NAME.
           MOVE WS-TBL-VOLUME(WS-SUB) TO SL-VOLUME.
           MOVE WS-TBL-BAND(WS-SUB, 1) TO SL-LOW.
           MOVE WS-TBL-BAND(WS-SUB, 2) TO SL-NORMAL.
           MOVE WS-TBL-BAND(WS-SUB, 3) TO SL-HIGH.
           MOVE WS-TBL-BAND(WS-SUB, 4) TO SL-CRIT.
           MOVE ZERO TO WS-RATE.
           IF WS-TBL-VOLUME(WS-SUB) > ZERO
               COMPUTE WS-BREACHES = WS-TBL-BAND(WS-SUB, 3)
                   + WS-TBL-BAND(WS-SUB, 4)
               COMPUTE WS-RATE ROUNDED =
                   WS-BREACHES * 100 / WS-TBL-VOLUME(WS-SUB)
           END-IF.
           MOVE WS-RATE TO SL-RATE.
           MOVE SPACES TO SL-FLAG.
           IF WS-TBL-VOLUME(WS-SUB) >= WS-MIN-VOLUME
               AND WS-RATE > WS-RATE-LIMIT
               MOVE "** REVISAR" TO SL-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY "COND-SOURCE - FUENTE " WS-TBL-ID(WS-SUB)
                   " BRECHAS " SL-RATE " PCT - REVISAR LA FUENTE"
           ELSE
               IF NOT WS-TBL-REGISTERED(WS-SUB)
                   AND WS-TBL-ID(WS-SUB) NOT = SPACES
                   MOVE "NO REGISTRADA" TO SL-FLAG
               END-IF
           END-IF.
           WRITE SOURCE-REPORT-LINE FROM WS-SOURCE-LINE.

       LOAD-SOURCE-CONFIG.
           OPEN INPUT SOURCE-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ SOURCE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-RATIO-PCT IS NUMERIC
                           AND CTL-RATIO-PCT > ZERO
                           MOVE CTL-RATIO-PCT TO WS-RATIO-PCT
                       END-IF
                       IF CTL-MIN-VOLUME IS NUMERIC
                           MOVE CTL-MIN-VOLUME TO WS-MIN-VOLUME
                       END-IF
               END-READ
               CLOSE SOURCE-CTL-FILE
           END-IF.

       END PROGRAM COND-SOURCE.
