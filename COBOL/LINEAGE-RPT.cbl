      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO "LINEAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIN-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "EODSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "LINSORT.TMP".
           SELECT CATALOG-REPORT-FILE ASSIGN TO "LINEAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPACT-REPORT-FILE ASSIGN TO "LINIMPCT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
       COPY LINEAGE.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           02 SCH-JOB-NAME    PIC X(20).
           02 SCH-FREQUENCY   PIC X.
           02 SCH-DAY-OF-WEEK PIC 9.
           02 SCH-DEPENDS     PIC X(20).
           02 SCH-ENABLED     PIC X.

      *    Writers sort ahead of readers under each file; 'C' rows
      *    (callers of a subprogram) come last.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           02 SRT-OBJECT   PIC X(20).
           02 SRT-MODE-SEQ PIC 9.
           02 SRT-PROGRAM  PIC X(20).
           02 SRT-MODE     PIC X.

       FD  CATALOG-REPORT-FILE.
       01  CATALOG-REPORT-LINE PIC X(80).

       FD  IMPACT-REPORT-FILE.
       01  IMPACT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LIN-STATUS PIC XX.
       01  WS-SCH-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-SORT-EOF-FLAG PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FIRST-FLAG PIC X VALUE 'Y'.
           88 WS-FIRST-OBJECT VALUE 'Y' FALSE 'N'.
       01  WS-CHANGE-FLAG PIC X.
           88 WS-SOMETHING-CHANGED VALUE 'Y' FALSE 'N'.
       01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-OVERFLOW VALUE 'Y'.

       01  WS-BAD-FILE PIC X(20).

       01  WS-SUB PIC 9(4).
       01  WS-SUB-2 PIC 9(4).
       01  WS-HIT PIC 9(4).
       01  WS-OBJ-IX PIC 9(4).
       01  WS-PASS PIC 9(3).
       01  WS-MAX-PASS PIC 9(3) VALUE ZERO.
       01  WS-RPT-TALLY PIC 9(2).
       01  WS-SEARCH-NAME PIC X(20).

      *    Catalog break counters.
       01  WS-CURR-OBJECT PIC X(20).
       01  WS-CURR-IS-CALL PIC X.
       01  WS-BRK-WRITERS PIC 9(4).
       01  WS-BRK-READERS PIC 9(4).
       01  WS-FILE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SUBPGM-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ROWS-LISTED PIC 9(5) VALUE ZERO.
       01  WS-EXTERNAL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-FINAL-COUNT PIC 9(5) VALUE ZERO.

      *    Impact tables. A catalog row points at its program and, for
      *    a file, at its object entry; for a 'C' row at the program
      *    entry of the subprogram called. A program or file is marked
      *    with the pass that reached it, so each pass only builds on
      *    what earlier passes found.
       01  WS-ROW-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ROW-TABLE.
           02 WS-ROW-ENTRY OCCURS 2000 TIMES.
               03 WS-ROW-PRG  PIC 9(4).
               03 WS-ROW-OBJ  PIC 9(4).
               03 WS-ROW-MODE PIC X.

       01  WS-PRG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-PRG-TABLE.
           02 WS-PRG-ENTRY OCCURS 600 TIMES.
               03 WS-PRG-NAME  PIC X(20).
               03 WS-PRG-HIT   PIC X.
               03 WS-PRG-WHY   PIC X(10).
               03 WS-PRG-VIA   PIC X(20).
               03 WS-PRG-PASS  PIC 9(3).
               03 WS-PRG-SCHED PIC 9(3).

       01  WS-OBJ-COUNT PIC 9(4) VALUE ZERO.
       01  WS-OBJ-TABLE.
           02 WS-OBJ-ENTRY OCCURS 1000 TIMES.
               03 WS-OBJ-NAME    PIC X(20).
               03 WS-OBJ-HIT     PIC X.
               03 WS-OBJ-FROM    PIC X(20).
               03 WS-OBJ-PASS    PIC 9(3).
               03 WS-OBJ-READERS PIC 9(4).

       01  WS-STEP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-STEP-TABLE.
           02 WS-STEP-ENTRY OCCURS 50 TIMES.
               03 WS-STEP-PRG     PIC 9(4).
               03 WS-STEP-DEP     PIC 9(4).
               03 WS-STEP-FREQ    PIC X.
               03 WS-STEP-DOW     PIC 9.
               03 WS-STEP-ENABLED PIC X.

       01  WS-BAD-OBJ PIC 9(4) VALUE ZERO.
       01  WS-STEPS-HIT PIC 9(3) VALUE ZERO.
       01  WS-OTHERS-HIT PIC 9(4) VALUE ZERO.
       01  WS-FILES-HIT PIC 9(4) VALUE ZERO.
       01  WS-REPORTS-HIT PIC 9(4) VALUE ZERO.
       01  WS-EXTRACTS-HIT PIC 9(4) VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-CATALOG-LINE.
           02 FILLER      PIC X(4) VALUE SPACES.
           02 CL-MODE     PIC X(12).
           02 CL-PROGRAM  PIC X(20).

       01  WS-STEP-LINE.
           02 SL-SEQ      PIC ZZ.
           02 FILLER      PIC X VALUE SPACE.
           02 SL-JOB      PIC X(20).
           02 FILLER      PIC X VALUE SPACE.
           02 SL-FREQ     PIC X(11).
           02 FILLER      PIC X VALUE SPACE.
           02 SL-WHY      PIC X(10).
           02 FILLER      PIC X VALUE SPACE.
           02 SL-VIA      PIC X(20).
           02 FILLER      PIC X(7) VALUE " NIVEL ".
           02 SL-PASS     PIC ZZ9.
           02 FILLER      PIC X VALUE SPACE.
           02 SL-NOTE     PIC X(14).

       01  WS-OUTPUT-LINE.
           02 FILLER      PIC X(6) VALUE SPACES.
           02 OL-VERB     PIC X(8).
           02 OL-OBJECT   PIC X(20).
           02 FILLER      PIC X VALUE SPACE.
           02 OL-KIND     PIC X(30).

       01  WS-FILE-LINE.
           02 FL-OBJECT   PIC X(20).
           02 FILLER      PIC X VALUE SPACE.
           02 FL-KIND     PIC X(10).
           02 FILLER      PIC X VALUE SPACE.
           02 FL-FROM     PIC X(20).
           02 FILLER      PIC X(7) VALUE " NIVEL ".
           02 FL-PASS     PIC ZZ9.
           02 FILLER      PIC X VALUE SPACE.
           02 FL-READERS  PIC ZZZ9.
           02 FILLER      PIC X(8) VALUE " LECTOR.".

       01  WS-COUNT-EDIT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "ARCHIVO A ANALIZAR (EN BLANCO = CATALOGO "
               "COMPLETO) : ".
           ACCEPT WS-BAD-FILE.

           IF WS-BAD-FILE = SPACES
               PERFORM PRINT-LINEAGE-CATALOG
           ELSE
               PERFORM ANALYZE-IMPACT
           END-IF.

           GOBACK.

      ******************************************************************
      * Catalog mode: every file with its writers, then its readers.
      ******************************************************************
       PRINT-LINEAGE-CATALOG.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-OBJECT
               ON ASCENDING KEY SRT-MODE-SEQ
               ON ASCENDING KEY SRT-PROGRAM
               INPUT PROCEDURE IS RELEASE-LINEAGE-ROWS
               OUTPUT PROCEDURE IS PRINT-SORTED-CATALOG.

           DISPLAY "CATALOGO DE LINAJE EN LINEAGE.RPT - ARCHIVOS "
               WS-FILE-COUNT " SUBPROGRAMAS " WS-SUBPGM-COUNT.

       RELEASE-LINEAGE-ROWS.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LIN-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ LINEAGE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LIN-OBJECT TO SRT-OBJECT
                           MOVE LIN-PROGRAM TO SRT-PROGRAM
                           MOVE LIN-MODE TO SRT-MODE
                           EVALUATE TRUE
                               WHEN LIN-WRITES
                                   MOVE 1 TO SRT-MODE-SEQ
                               WHEN LIN-EXTENDS
                                   MOVE 2 TO SRT-MODE-SEQ
                               WHEN LIN-UPDATES
                                   MOVE 3 TO SRT-MODE-SEQ
                               WHEN LIN-READS
                                   MOVE 4 TO SRT-MODE-SEQ
                               WHEN OTHER
                                   MOVE 5 TO SRT-MODE-SEQ
                           END-EVALUATE
                           RELEASE SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
           ELSE
               DISPLAY "LINEAGE.DAT NO DISPONIBLE - CATALOGO VACIO"
               MOVE 4 TO RETURN-CODE
           END-IF.

       PRINT-SORTED-CATALOG.
           OPEN OUTPUT CATALOG-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CATALOG-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO CATALOG-REPORT-LINE.
           STRING "CATALOGO DE LINAJE - LECTORES Y PRODUCTORES POR "
               "ARCHIVO - " WS-RUN-DATE
               DELIMITED BY SIZE INTO CATALOG-REPORT-LINE.
           WRITE CATALOG-REPORT-LINE.

           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PRINT-CATALOG-ROW
               END-RETURN
           END-PERFORM.

           IF NOT WS-FIRST-OBJECT
               PERFORM END-OBJECT-BREAK
           END-IF.

           MOVE SPACES TO CATALOG-REPORT-LINE.
           WRITE CATALOG-REPORT-LINE.
           MOVE WS-FILE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CATALOG-REPORT-LINE.
           STRING "ARCHIVOS CATALOGADOS          : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CATALOG-REPORT-LINE.
           WRITE CATALOG-REPORT-LINE.
           MOVE WS-EXTERNAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CATALOG-REPORT-LINE.
           STRING "  SIN PRODUCTOR (ENTRADAS)    : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CATALOG-REPORT-LINE.
           WRITE CATALOG-REPORT-LINE.
           MOVE WS-FINAL-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CATALOG-REPORT-LINE.
           STRING "  SIN LECTOR (SALIDAS FINALES): " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CATALOG-REPORT-LINE.
           WRITE CATALOG-REPORT-LINE.
           MOVE WS-SUBPGM-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO CATALOG-REPORT-LINE.
           STRING "SUBPROGRAMAS LLAMADOS         : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CATALOG-REPORT-LINE.
           WRITE CATALOG-REPORT-LINE.
           MOVE WS-ROWS-LISTED TO WS-COUNT-EDIT.
           MOVE SPACES TO CATALOG-REPORT-LINE.
           STRING "RELACIONES LISTADAS           : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CATALOG-REPORT-LINE.
           WRITE CATALOG-REPORT-LINE.

           CLOSE CATALOG-REPORT-FILE.

       PRINT-CATALOG-ROW.
           IF WS-FIRST-OBJECT OR SRT-OBJECT NOT = WS-CURR-OBJECT
               PERFORM START-OBJECT-BREAK
           END-IF.
           ADD 1 TO WS-ROWS-LISTED.
           MOVE SRT-PROGRAM TO CL-PROGRAM.
           EVALUATE SRT-MODE
               WHEN 'W'
                   MOVE "GRABA" TO CL-MODE
                   ADD 1 TO WS-BRK-WRITERS
               WHEN 'E'
                   MOVE "AMPLIA" TO CL-MODE
                   ADD 1 TO WS-BRK-WRITERS
               WHEN 'U'
                   MOVE "ACTUALIZA" TO CL-MODE
                   ADD 1 TO WS-BRK-WRITERS
                   ADD 1 TO WS-BRK-READERS
               WHEN 'R'
                   MOVE "LEE" TO CL-MODE
                   ADD 1 TO WS-BRK-READERS
               WHEN 'C'
                   MOVE "LLAMADO POR" TO CL-MODE
               WHEN OTHER
                   MOVE "MODO ?" TO CL-MODE
           END-EVALUATE.
           WRITE CATALOG-REPORT-LINE FROM WS-CATALOG-LINE.

       START-OBJECT-BREAK.
           IF NOT WS-FIRST-OBJECT
               PERFORM END-OBJECT-BREAK
           END-IF.
           SET WS-FIRST-OBJECT TO FALSE.
           MOVE SRT-OBJECT TO WS-CURR-OBJECT.
           MOVE SRT-MODE TO WS-CURR-IS-CALL.
           MOVE ZERO TO WS-BRK-WRITERS.
           MOVE ZERO TO WS-BRK-READERS.
           MOVE SPACES TO CATALOG-REPORT-LINE.
           WRITE CATALOG-REPORT-LINE.
           MOVE SPACES TO CATALOG-REPORT-LINE.
           IF SRT-MODE = 'C'
               ADD 1 TO WS-SUBPGM-COUNT
               STRING "SUBPROGRAMA " SRT-OBJECT
                   DELIMITED BY SIZE INTO CATALOG-REPORT-LINE
           ELSE
               ADD 1 TO WS-FILE-COUNT
               STRING "ARCHIVO " SRT-OBJECT
                   DELIMITED BY SIZE INTO CATALOG-REPORT-LINE
           END-IF.
           WRITE CATALOG-REPORT-LINE.

      *    A file nobody produces comes from outside the batch; one
      *    nobody reads leaves it (a report, extract or archive).
       END-OBJECT-BREAK.
           IF WS-CURR-IS-CALL NOT = 'C'
               IF WS-BRK-WRITERS = ZERO
                   ADD 1 TO WS-EXTERNAL-COUNT
                   MOVE "    SIN PRODUCTOR CATALOGADO (ENTRADA EXTERNA)"
                       TO CATALOG-REPORT-LINE
                   WRITE CATALOG-REPORT-LINE
               END-IF
               IF WS-BRK-READERS = ZERO
                   ADD 1 TO WS-FINAL-COUNT
                   MOVE "    SIN LECTOR CATALOGADO (SALIDA FINAL)"
                       TO CATALOG-REPORT-LINE
                   WRITE CATALOG-REPORT-LINE
               END-IF
           END-IF.

      ******************************************************************
      * Impact mode: everything downstream of a bad file, in the order
      * the end-of-day cycle would run it.
      ******************************************************************
       ANALYZE-IMPACT.
           PERFORM LOAD-IMPACT-TABLES.
           IF WS-OVERFLOW
               DISPLAY "LINEAGE.DAT EXCEDE LAS TABLAS - ANALISIS "
                   "CANCELADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-BAD-FILE TO WS-SEARCH-NAME.
           PERFORM FIND-OBJECT.
           MOVE WS-HIT TO WS-BAD-OBJ.
           IF WS-BAD-OBJ > ZERO
               MOVE 'Y' TO WS-OBJ-HIT(WS-BAD-OBJ)
               MOVE "ORIGEN" TO WS-OBJ-FROM(WS-BAD-OBJ)
               MOVE ZERO TO WS-OBJ-PASS(WS-BAD-OBJ)
               MOVE ZERO TO WS-PASS
               SET WS-SOMETHING-CHANGED TO TRUE
               PERFORM UNTIL NOT WS-SOMETHING-CHANGED
                   ADD 1 TO WS-PASS
                   SET WS-SOMETHING-CHANGED TO FALSE
                   PERFORM MARK-AFFECTED-PROGRAMS
                   PERFORM MARK-AFFECTED-STEPS
                   PERFORM MARK-AFFECTED-FILES
               END-PERFORM
           END-IF.

           OPEN OUTPUT IMPACT-REPORT-FILE.
           WRITE IMPACT-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "ANALISIS DE IMPACTO DE " WS-BAD-FILE
               " - " WS-RUN-DATE
               DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           IF WS-BAD-OBJ = ZERO
               MOVE "ARCHIVO NO CATALOGADO EN LINEAGE.DAT - SIN "
                   TO IMPACT-REPORT-LINE
               MOVE "IMPACTO CONOCIDO" TO IMPACT-REPORT-LINE(44:)
               WRITE IMPACT-REPORT-LINE
               CLOSE IMPACT-REPORT-FILE
               DISPLAY "ARCHIVO NO CATALOGADO : " WS-BAD-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PRINT-AFFECTED-STEPS.
           PERFORM PRINT-OTHER-PROGRAMS.
           PERFORM PRINT-SUSPECT-FILES.
           PERFORM PRINT-IMPACT-TOTALS.
           CLOSE IMPACT-REPORT-FILE.

           DISPLAY "IMPACTO DE " WS-BAD-FILE " EN LINIMPCT.RPT - PASOS "
               WS-STEPS-HIT " OTROS " WS-OTHERS-HIT
               " ARCHIVOS " WS-FILES-HIT.

       LOAD-IMPACT-TABLES.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LIN-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ LINEAGE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TABLE-LINEAGE-ROW
                   END-READ
               END-PERFORM
               CLOSE LINEAGE-FILE
           END-IF.

           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCH-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ SCHEDULE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TABLE-SCHEDULE-STEP
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       TABLE-LINEAGE-ROW.
           IF WS-ROW-COUNT >= 2000
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE LIN-MODE TO WS-ROW-MODE(WS-ROW-COUNT)
               MOVE LIN-PROGRAM TO WS-SEARCH-NAME
               PERFORM FIND-OR-ADD-PROGRAM
               MOVE WS-HIT TO WS-ROW-PRG(WS-ROW-COUNT)
               MOVE LIN-OBJECT TO WS-SEARCH-NAME
               IF LIN-CALLS
                   PERFORM FIND-OR-ADD-PROGRAM
               ELSE
                   PERFORM FIND-OR-ADD-OBJECT
                   IF WS-HIT > ZERO AND (LIN-READS OR LIN-UPDATES)
                       ADD 1 TO WS-OBJ-READERS(WS-HIT)
                   END-IF
               END-IF
               MOVE WS-HIT TO WS-ROW-OBJ(WS-ROW-COUNT)
           END-IF.

       TABLE-SCHEDULE-STEP.
           IF WS-STEP-COUNT >= 50
               SET WS-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE SCH-FREQUENCY TO WS-STEP-FREQ(WS-STEP-COUNT)
               MOVE SCH-DAY-OF-WEEK TO WS-STEP-DOW(WS-STEP-COUNT)
               MOVE SCH-ENABLED TO WS-STEP-ENABLED(WS-STEP-COUNT)
               MOVE SCH-JOB-NAME TO WS-SEARCH-NAME
               PERFORM FIND-OR-ADD-PROGRAM
               MOVE WS-HIT TO WS-STEP-PRG(WS-STEP-COUNT)
               IF WS-HIT > ZERO
                   MOVE WS-STEP-COUNT TO WS-PRG-SCHED(WS-HIT)
               END-IF
               MOVE ZERO TO WS-STEP-DEP(WS-STEP-COUNT)
               IF SCH-DEPENDS NOT = SPACES
                   MOVE SCH-DEPENDS TO WS-SEARCH-NAME
                   PERFORM FIND-OR-ADD-PROGRAM
                   MOVE WS-HIT TO WS-STEP-DEP(WS-STEP-COUNT)
               END-IF
           END-IF.

       FIND-OR-ADD-PROGRAM.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRG-COUNT OR WS-HIT > ZERO
               IF WS-PRG-NAME(WS-SUB) = WS-SEARCH-NAME
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = ZERO
               IF WS-PRG-COUNT >= 600
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PRG-COUNT
                   MOVE WS-PRG-COUNT TO WS-HIT
                   MOVE WS-SEARCH-NAME TO WS-PRG-NAME(WS-HIT)
                   MOVE 'N' TO WS-PRG-HIT(WS-HIT)
                   MOVE SPACES TO WS-PRG-WHY(WS-HIT)
                   MOVE SPACES TO WS-PRG-VIA(WS-HIT)
                   MOVE ZERO TO WS-PRG-PASS(WS-HIT)
                   MOVE ZERO TO WS-PRG-SCHED(WS-HIT)
               END-IF
           END-IF.

       FIND-OBJECT.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-OBJ-COUNT OR WS-HIT > ZERO
               IF WS-OBJ-NAME(WS-SUB) = WS-SEARCH-NAME
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.

       FIND-OR-ADD-OBJECT.
           PERFORM FIND-OBJECT.
           IF WS-HIT = ZERO
               IF WS-OBJ-COUNT >= 1000
                   SET WS-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-OBJ-COUNT
                   MOVE WS-OBJ-COUNT TO WS-HIT
                   MOVE WS-SEARCH-NAME TO WS-OBJ-NAME(WS-HIT)
                   MOVE 'N' TO WS-OBJ-HIT(WS-HIT)
                   MOVE SPACES TO WS-OBJ-FROM(WS-HIT)
                   MOVE ZERO TO WS-OBJ-PASS(WS-HIT)
                   MOVE ZERO TO WS-OBJ-READERS(WS-HIT)
               END-IF
           END-IF.

      *    A program is hit when it reads or updates a file found on
      *    an earlier pass, or calls a subprogram that was.
       MARK-AFFECTED-PROGRAMS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-COUNT
               MOVE WS-ROW-PRG(WS-SUB) TO WS-HIT
               MOVE WS-ROW-OBJ(WS-SUB) TO WS-SUB-2
               IF WS-PRG-HIT(WS-HIT) = 'N' AND WS-SUB-2 > ZERO
                   EVALUATE WS-ROW-MODE(WS-SUB)
                       WHEN 'R'
                       WHEN 'U'
                           IF WS-OBJ-HIT(WS-SUB-2) = 'Y'
                               AND WS-OBJ-PASS(WS-SUB-2) < WS-PASS
                               IF WS-ROW-MODE(WS-SUB) = 'R'
                                   MOVE "LEE" TO WS-PRG-WHY(WS-HIT)
                               ELSE
                                   MOVE "ACTUALIZA"
                                       TO WS-PRG-WHY(WS-HIT)
                               END-IF
                               MOVE WS-OBJ-NAME(WS-SUB-2)
                                   TO WS-PRG-VIA(WS-HIT)
                               PERFORM MARK-PROGRAM-HIT
                           END-IF
                       WHEN 'C'
                           IF WS-PRG-HIT(WS-SUB-2) = 'Y'
                               AND WS-PRG-PASS(WS-SUB-2) < WS-PASS
                               MOVE "LLAMA A" TO WS-PRG-WHY(WS-HIT)
                               MOVE WS-PRG-NAME(WS-SUB-2)
                                   TO WS-PRG-VIA(WS-HIT)
                               PERFORM MARK-PROGRAM-HIT
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       MARK-PROGRAM-HIT.
           MOVE 'Y' TO WS-PRG-HIT(WS-HIT).
           MOVE WS-PASS TO WS-PRG-PASS(WS-HIT).
           IF WS-PASS > WS-MAX-PASS
               MOVE WS-PASS TO WS-MAX-PASS
           END-IF.
           SET WS-SOMETHING-CHANGED TO TRUE.

      *    A scheduled step that waits on a hit step is held up too,
      *    even when it shares no file with it.
       MARK-AFFECTED-STEPS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               MOVE WS-STEP-PRG(WS-SUB) TO WS-HIT
               MOVE WS-STEP-DEP(WS-SUB) TO WS-SUB-2
               IF WS-HIT > ZERO AND WS-SUB-2 > ZERO
                   IF WS-PRG-HIT(WS-HIT) = 'N'
                       AND WS-PRG-HIT(WS-SUB-2) = 'Y'
                       AND WS-PRG-PASS(WS-SUB-2) < WS-PASS
                       MOVE "DESPUES DE" TO WS-PRG-WHY(WS-HIT)
                       MOVE WS-PRG-NAME(WS-SUB-2) TO WS-PRG-VIA(WS-HIT)
                       PERFORM MARK-PROGRAM-HIT
                   END-IF
               END-IF
           END-PERFORM.

      *    Whatever a hit program writes, extends or updates is
      *    suspect from this pass on.
       MARK-AFFECTED-FILES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-COUNT
               MOVE WS-ROW-PRG(WS-SUB) TO WS-HIT
               MOVE WS-ROW-OBJ(WS-SUB) TO WS-SUB-2
               IF WS-PRG-HIT(WS-HIT) = 'Y' AND WS-SUB-2 > ZERO
                   IF WS-ROW-MODE(WS-SUB) = 'W' OR 'E' OR 'U'
                       IF WS-OBJ-HIT(WS-SUB-2) = 'N'
                           MOVE 'Y' TO WS-OBJ-HIT(WS-SUB-2)
                           MOVE WS-PRG-NAME(WS-HIT)
                               TO WS-OBJ-FROM(WS-SUB-2)
                           MOVE WS-PASS TO WS-OBJ-PASS(WS-SUB-2)
                           SET WS-SOMETHING-CHANGED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-AFFECTED-STEPS.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE "PASOS DEL CIERRE DIARIO AFECTADOS (ORDEN DE EJECUCION)"
               TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               MOVE WS-STEP-PRG(WS-SUB) TO WS-HIT
               IF WS-HIT > ZERO
                   IF WS-PRG-HIT(WS-HIT) = 'Y'
                       ADD 1 TO WS-STEPS-HIT
                       MOVE WS-SUB TO SL-SEQ
                       EVALUATE WS-STEP-FREQ(WS-SUB)
                           WHEN 'D'
                               MOVE "DIARIO" TO SL-FREQ
                           WHEN 'W'
                               MOVE SPACES TO SL-FREQ
                               STRING "SEMANAL (" WS-STEP-DOW(WS-SUB)
                                   ")" DELIMITED BY SIZE INTO SL-FREQ
                           WHEN 'M'
                               MOVE "FIN DE MES" TO SL-FREQ
                           WHEN OTHER
                               MOVE WS-STEP-FREQ(WS-SUB) TO SL-FREQ
                       END-EVALUATE
                       IF WS-STEP-ENABLED(WS-SUB) = 'N'
                           MOVE "(INHABILITADO)" TO SL-NOTE
                       ELSE
                           MOVE SPACES TO SL-NOTE
                       END-IF
                       PERFORM PRINT-PROGRAM-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STEPS-HIT = ZERO
               MOVE "  NINGUNO" TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF.

      *    Programs run from the menu or by hand, nearest first.
       PRINT-OTHER-PROGRAMS.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE "OTROS PROGRAMAS AFECTADOS (FUERA DEL CIERRE DIARIO)"
               TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           PERFORM VARYING WS-PASS FROM 1 BY 1
                   UNTIL WS-PASS > WS-MAX-PASS
               PERFORM VARYING WS-HIT FROM 1 BY 1
                       UNTIL WS-HIT > WS-PRG-COUNT
                   IF WS-PRG-HIT(WS-HIT) = 'Y'
                       AND WS-PRG-SCHED(WS-HIT) = ZERO
                       AND WS-PRG-PASS(WS-HIT) = WS-PASS
                       ADD 1 TO WS-OTHERS-HIT
                       MOVE ZERO TO SL-SEQ
                       MOVE SPACES TO SL-FREQ
                       MOVE SPACES TO SL-NOTE
                       PERFORM PRINT-PROGRAM-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-OTHERS-HIT = ZERO
               MOVE "  NINGUNO" TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF.

      *    WS-HIT is the program entry; its outputs follow the line.
       PRINT-PROGRAM-LINE.
           MOVE WS-PRG-NAME(WS-HIT) TO SL-JOB.
           MOVE WS-PRG-WHY(WS-HIT) TO SL-WHY.
           MOVE WS-PRG-VIA(WS-HIT) TO SL-VIA.
           MOVE WS-PRG-PASS(WS-HIT) TO SL-PASS.
           WRITE IMPACT-REPORT-LINE FROM WS-STEP-LINE.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-ROW-COUNT
               IF WS-ROW-PRG(WS-SUB-2) = WS-HIT
                   AND WS-ROW-MODE(WS-SUB-2) NOT = 'R'
                   AND WS-ROW-MODE(WS-SUB-2) NOT = 'C'
                   EVALUATE WS-ROW-MODE(WS-SUB-2)
                       WHEN 'W'
                           MOVE "GRABA" TO OL-VERB
                       WHEN 'E'
                           MOVE "AMPLIA" TO OL-VERB
                       WHEN OTHER
                           MOVE "ACTUAL." TO OL-VERB
                   END-EVALUATE
                   MOVE WS-ROW-OBJ(WS-SUB-2) TO WS-OBJ-IX
                   MOVE WS-OBJ-NAME(WS-OBJ-IX) TO OL-OBJECT
                   PERFORM CLASSIFY-OBJECT
                   WRITE IMPACT-REPORT-LINE FROM WS-OUTPUT-LINE
               END-IF
           END-PERFORM.

      *    WS-OBJ-IX is the object entry. A .RPT is a report; a file no
      *    catalogued program reads leaves the batch as an extract.
       CLASSIFY-OBJECT.
           MOVE ZERO TO WS-RPT-TALLY.
           INSPECT WS-OBJ-NAME(WS-OBJ-IX) TALLYING WS-RPT-TALLY
               FOR ALL ".RPT".
           EVALUATE TRUE
               WHEN WS-RPT-TALLY > ZERO
                   MOVE "INFORME" TO OL-KIND
               WHEN WS-OBJ-READERS(WS-OBJ-IX) = ZERO
                   MOVE "EXTRACTO / SALIDA FINAL" TO OL-KIND
               WHEN OTHER
                   MOVE "ARCHIVO" TO OL-KIND
           END-EVALUATE.

       PRINT-SUSPECT-FILES.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE "ARCHIVOS, INFORMES Y EXTRACTOS SOSPECHOSOS"
               TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           PERFORM VARYING WS-PASS FROM 1 BY 1
                   UNTIL WS-PASS > WS-MAX-PASS
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-OBJ-COUNT
                   IF WS-OBJ-HIT(WS-SUB) = 'Y'
                       AND WS-OBJ-PASS(WS-SUB) = WS-PASS
                       PERFORM PRINT-SUSPECT-FILE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-FILES-HIT = ZERO
               MOVE "  NINGUNO" TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF.

       PRINT-SUSPECT-FILE.
           ADD 1 TO WS-FILES-HIT.
           MOVE WS-SUB TO WS-OBJ-IX.
           PERFORM CLASSIFY-OBJECT.
           EVALUATE OL-KIND
               WHEN "INFORME"
                   ADD 1 TO WS-REPORTS-HIT
                   MOVE "INFORME" TO FL-KIND
               WHEN "ARCHIVO"
                   MOVE "ARCHIVO" TO FL-KIND
               WHEN OTHER
                   ADD 1 TO WS-EXTRACTS-HIT
                   MOVE "EXTRACTO" TO FL-KIND
           END-EVALUATE.
           MOVE WS-OBJ-NAME(WS-SUB) TO FL-OBJECT.
           MOVE WS-OBJ-FROM(WS-SUB) TO FL-FROM.
           MOVE WS-OBJ-PASS(WS-SUB) TO FL-PASS.
           MOVE WS-OBJ-READERS(WS-SUB) TO FL-READERS.
           WRITE IMPACT-REPORT-LINE FROM WS-FILE-LINE.

       PRINT-IMPACT-TOTALS.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE WS-STEPS-HIT TO WS-COUNT-EDIT.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "PASOS DEL CIERRE AFECTADOS : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE WS-OTHERS-HIT TO WS-COUNT-EDIT.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "OTROS PROGRAMAS AFECTADOS  : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE WS-FILES-HIT TO WS-COUNT-EDIT.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "ARCHIVOS SOSPECHOSOS       : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE WS-REPORTS-HIT TO WS-COUNT-EDIT.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "  DE ELLOS INFORMES        : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.
           MOVE WS-EXTRACTS-HIT TO WS-COUNT-EDIT.
           MOVE SPACES TO IMPACT-REPORT-LINE.
           STRING "  DE ELLOS EXTRACTOS       : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO IMPACT-REPORT-LINE.
           WRITE IMPACT-REPORT-LINE.

       END PROGRAM LINEAGE-RPT.
