           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "ARCHIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AIX-STATUS.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 AIX-RUN-DATE     PIC 9(8).
           02 AIX-COUNT        PIC 9(7).

       FD  LEGAL-HOLD-FILE.
       COPY LEGHOLD.

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS PIC XX.
       01  WS-LIVE-STATUS PIC XX.
       01  WS-ARC-STATUS PIC XX.
       01  WS-WRK-STATUS PIC XX.
       01  WS-AIX-STATUS PIC XX.
       01  WS-LGH-STATUS PIC XX.

       01  WS-LIVE-FILENAME PIC X(12).
       01  WS-ARCHIVE-FILENAME PIC X(21).
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-CUTOFF-INT PIC 9(8).

       01  WS-KEY-OFFSET PIC 9(3).
       01  WS-KEY-LENGTH PIC 9(3).
       01  WS-HOLD-KEY PIC X(12).
       01  WS-HOLD-SUB PIC 9(4).
       01  WS-HOLD-HIT PIC 9(4).
       01  WS-HOLD-LOAD-FLAG PIC X VALUE 'Y'.
           88 WS-HOLDS-LOADED VALUE 'Y' FALSE 'N'.

      *    Holds in force on the run date, with the purge candidates
      *    each one kept back in this run.
       01  WS-HOLD-COUNT PIC 9(4) VALUE ZERO.
       01  WS-HOLD-TABLE.
           02 WS-HOLD-ENTRY OCCURS 100 TIMES.
               03 WS-HT-ID        PIC 9(5).
               03 WS-HT-FILE      PIC X(12).
               03 WS-HT-KEY-FROM  PIC X(12).
               03 WS-HT-KEY-TO    PIC X(12).
               03 WS-HT-DATE-FROM PIC 9(8).
               03 WS-HT-DATE-TO   PIC 9(8).
               03 WS-HT-REASON    PIC X(30).
               03 WS-HT-KEPT      PIC 9(7).

       01  WS-FILE-COUNTS.
           02 WS-BEFORE-COUNT  PIC 9(7) VALUE ZERO.
           02 WS-KEPT-COUNT    PIC 9(7) VALUE ZERO.
           02 WS-ARCHIVED-COUNT PIC 9(7) VALUE ZERO.
           02 WS-AFTER-COUNT   PIC 9(7) VALUE ZERO.
           02 WS-HELD-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ARCHIVED PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-HELD PIC 9(7) VALUE ZERO.

       COPY RUNSTAMP.

               VALUE "  ANTES = ARCHIVADAS + DESPUES ".
           02 PL-RESULT PIC X(8).

       01  WS-HELD-LINE.
           02 FILLER PIC X(35)
               VALUE "  CONSERVADAS POR RETENCION LEGAL: ".
           02 HL-HELD PIC ZZZZZZ9.

       01  WS-HOLD-HDR-LINE PIC X(80)
           VALUE "RETENCIONES LEGALES QUE IMPIDIERON ARCHIVAR".

       01  WS-HOLD-LINE.
           02 FILLER PIC X(6) VALUE "  RET ".
           02 HD-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 HD-FILE PIC X(12).
           02 FILLER PIC X(13) VALUE " CONSERVADAS:".
           02 HD-KEPT PIC ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 HD-REASON PIC X(30).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN OUTPUT ARCHIVE-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE ARCHIVE-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-YYYY TO WH-YYYY.
           MOVE WS-RUN-MM TO WH-MM.
           MOVE WS-RUN-DD TO WH-DD.
               GOBACK
           END-IF.

           PERFORM LOAD-LEGAL-HOLDS THRU LOAD-LEGAL-HOLDS-EXIT.
           IF NOT WS-HOLDS-LOADED
               DISPLAY "RETENCIONES LEGALES NO DISPONIBLES - "
                   "ARCHIVO SUSPENDIDO"
               MOVE 16 TO RETURN-CODE
               CLOSE RETENTION-CTL-FILE
               CLOSE ARCHIVE-REPORT-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-CTL-EOF
               READ RETENTION-CTL-FILE
                   AT END
           END-PERFORM.

           CLOSE RETENTION-CTL-FILE.
           IF WS-TOTAL-HELD > ZERO
               PERFORM WRITE-HOLD-SECTION
           END-IF.
           CLOSE ARCHIVE-REPORT-FILE.

           DISPLAY "ARCHIVER - TOTAL DE REGISTROS ARCHIVADOS : "
               WS-TOTAL-ARCHIVED.
           IF WS-TOTAL-HELD > ZERO
               DISPLAY "ARCHIVER - CONSERVADOS POR RETENCION LEGAL : "
                   WS-TOTAL-HELD
           END-IF.

           GOBACK.

               DISPLAY "ARCHIVO NO RECONOCIDO EN RETNCTL.DAT - "
                   CTL-FILE-NAME
           ELSE
               PERFORM SET-HOLD-KEY
               PERFORM COMPUTE-CUTOFF-DATE
               PERFORM SPLIT-LIVE-FILE
               IF WS-LIVE-STATUS = "00" OR WS-LIVE-STATUS = "10"
                   MOVE 61 TO WS-DATE-OFFSET
           END-EVALUATE.

      *    Field a legal hold names its key range against; matches
      *    the layouts behind SET-DATE-OFFSET.
       SET-HOLD-KEY.
           MOVE 1 TO WS-KEY-OFFSET.
           MOVE 8 TO WS-KEY-LENGTH.
           EVALUATE CTL-FILE-NAME
               WHEN "CONDAUD.DAT"
                   MOVE 25 TO WS-KEY-OFFSET
               WHEN "CONDEXC.DAT"
                   MOVE 26 TO WS-KEY-OFFSET
               WHEN "RUTNLOG.DAT"
                   MOVE 9 TO WS-KEY-OFFSET
               WHEN "GOTOLOG.DAT"
                   MOVE 1 TO WS-KEY-OFFSET
               WHEN "MSGLOG.DAT"
                   MOVE 17 TO WS-KEY-OFFSET
                   MOVE 12 TO WS-KEY-LENGTH
               WHEN "PTREJECT.DAT"
                   MOVE 11 TO WS-KEY-OFFSET
                   MOVE 12 TO WS-KEY-LENGTH
               WHEN "OPBASERR.DAT"
                   MOVE 31 TO WS-KEY-OFFSET
                   MOVE 12 TO WS-KEY-LENGTH
           END-EVALUATE.

       COMPUTE-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - CTL-KEEP-DAYS.
           MOVE ZERO TO WS-KEPT-COUNT.
           MOVE ZERO TO WS-ARCHIVED-COUNT.
           MOVE ZERO TO WS-AFTER-COUNT.
           MOVE ZERO TO WS-HELD-COUNT.

           MOVE CTL-FILE-NAME TO WS-LIVE-FILENAME.
           PERFORM BUILD-ARCHIVE-FILENAME.
           MOVE LIVE-RECORD(WS-DATE-OFFSET:8) TO WS-RECORD-DATE.
           IF WS-RECORD-DATE IS NUMERIC
                   AND WS-RECORD-DATE-N < WS-CUTOFF-DATE
               PERFORM CHECK-LEGAL-HOLD
           END-IF.
           IF WS-RECORD-DATE IS NUMERIC
                   AND WS-RECORD-DATE-N < WS-CUTOFF-DATE
                   AND WS-HOLD-HIT = ZERO
               MOVE LIVE-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

      *    A purge candidate stays live while any hold in force
      *    covers its key and date; the first such hold is credited.
       CHECK-LEGAL-HOLD.
           MOVE ZERO TO WS-HOLD-HIT.
           MOVE SPACES TO WS-HOLD-KEY.
           MOVE LIVE-RECORD(WS-KEY-OFFSET:WS-KEY-LENGTH)
               TO WS-HOLD-KEY.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-HOLD-HIT > ZERO
               IF WS-HT-FILE(WS-HOLD-SUB) = CTL-FILE-NAME
                   IF WS-HT-KEY-FROM(WS-HOLD-SUB) = SPACES
                       OR (WS-HOLD-KEY >= WS-HT-KEY-FROM(WS-HOLD-SUB)
                       AND WS-HOLD-KEY <= WS-HT-KEY-TO(WS-HOLD-SUB))
                       IF (WS-HT-DATE-FROM(WS-HOLD-SUB) = ZERO
                           OR WS-RECORD-DATE-N >=
                               WS-HT-DATE-FROM(WS-HOLD-SUB))
                           AND (WS-HT-DATE-TO(WS-HOLD-SUB) = ZERO
                           OR WS-RECORD-DATE-N <=
                               WS-HT-DATE-TO(WS-HOLD-SUB))
                           MOVE WS-HOLD-SUB TO WS-HOLD-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HOLD-HIT > ZERO
               ADD 1 TO WS-HT-KEPT(WS-HOLD-HIT)
               ADD 1 TO WS-HELD-COUNT
               ADD 1 TO WS-TOTAL-HELD
           END-IF.

      *    A missing LEGHOLD.DAT means no holds; one that cannot be
      *    read or holds more than the table stops the purge.
       LOAD-LEGAL-HOLDS.
           SET WS-HOLDS-LOADED TO TRUE.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LGH-STATUS = "35"
               GO TO LOAD-LEGAL-HOLDS-EXIT
           END-IF.
           IF WS-LGH-STATUS NOT = "00"
               DISPLAY "LEGHOLD.DAT NO DISPONIBLE - STATUS "
                   WS-LGH-STATUS
               SET WS-HOLDS-LOADED TO FALSE
               GO TO LOAD-LEGAL-HOLDS-EXIT
           END-IF.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ LEGAL-HOLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF LGH-RELEASE-DATE = ZERO
                           OR LGH-RELEASE-DATE > WS-RUN-DATE
                           PERFORM KEEP-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.
       LOAD-LEGAL-HOLDS-EXIT.
           EXIT.

       KEEP-ONE-HOLD.
           IF WS-HOLD-COUNT >= 100
               IF WS-HOLDS-LOADED
                   DISPLAY "LEGHOLD.DAT CON MAS DE 100 RETENCIONES "
                       "ACTIVAS"
               END-IF
               SET WS-HOLDS-LOADED TO FALSE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE LGH-HOLD-ID TO WS-HT-ID(WS-HOLD-COUNT)
               MOVE LGH-FILE-NAME TO WS-HT-FILE(WS-HOLD-COUNT)
               MOVE LGH-KEY-FROM TO WS-HT-KEY-FROM(WS-HOLD-COUNT)
               IF LGH-KEY-TO = SPACES
                   MOVE LGH-KEY-FROM TO WS-HT-KEY-TO(WS-HOLD-COUNT)
               ELSE
                   MOVE LGH-KEY-TO TO WS-HT-KEY-TO(WS-HOLD-COUNT)
               END-IF
               MOVE LGH-DATE-FROM TO WS-HT-DATE-FROM(WS-HOLD-COUNT)
               MOVE LGH-DATE-TO TO WS-HT-DATE-TO(WS-HOLD-COUNT)
               MOVE LGH-REASON TO WS-HT-REASON(WS-HOLD-COUNT)
               MOVE ZERO TO WS-HT-KEPT(WS-HOLD-COUNT)
           END-IF.

       REWRITE-LIVE-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT LIVE-FILE.
           END-IF.
           WRITE ARCHIVE-REPORT-LINE FROM WS-PROOF-LINE.

           IF WS-HELD-COUNT > ZERO
               MOVE WS-HELD-COUNT TO HL-HELD
               WRITE ARCHIVE-REPORT-LINE FROM WS-HELD-LINE
           END-IF.

       WRITE-HOLD-SECTION.
           WRITE ARCHIVE-REPORT-LINE FROM WS-HOLD-HDR-LINE.
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF WS-HT-KEPT(WS-HOLD-SUB) > ZERO
                   MOVE WS-HT-ID(WS-HOLD-SUB) TO HD-ID
                   MOVE WS-HT-FILE(WS-HOLD-SUB) TO HD-FILE
                   MOVE WS-HT-KEPT(WS-HOLD-SUB) TO HD-KEPT
                   MOVE WS-HT-REASON(WS-HOLD-SUB) TO HD-REASON
                   WRITE ARCHIVE-REPORT-LINE FROM WS-HOLD-LINE
               END-IF
           END-PERFORM.

       END PROGRAM ARCHIVER.
