      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGHOLD-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGH-STATUS.
           SELECT RETENTION-CTL-FILE ASSIGN TO "RETNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "LEGHOLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       COPY LEGHOLD.

       FD  RETENTION-CTL-FILE.
       01  RETENTION-CTL-RECORD.
           02 CTL-FILE-NAME PIC X(12).
           02 CTL-KEEP-DAYS PIC 9(4).

       FD  LIVE-FILE.
       01  LIVE-RECORD PIC X(120).

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LGH-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-LIVE-STATUS PIC XX.

       01  WS-LIVE-FILENAME PIC X(12).

       01  WS-LGH-EOF-FLAG PIC X VALUE 'N'.
           88 WS-LGH-EOF VALUE 'Y'.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

       01  WS-DATE-OFFSET PIC 9(3).
       01  WS-KEY-OFFSET PIC 9(3).
       01  WS-KEY-LENGTH PIC 9(3).
       01  WS-RECORD-DATE PIC X(8).
       01  WS-RECORD-DATE-N REDEFINES WS-RECORD-DATE PIC 9(8).
       01  WS-RECORD-KEY PIC X(12).
       01  WS-KEY-TO PIC X(12).
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-CUTOFF-INT PIC 9(8).
       01  WS-KEEP-DAYS PIC 9(4).
       01  WS-SUB PIC 9(4).

       01  WS-PROTECTED-COUNT PIC 9(7).
       01  WS-DUE-COUNT PIC 9(7).
       01  WS-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-PROTECTED PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DUE PIC 9(7) VALUE ZERO.

       01  WS-CTL-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CTL-TABLE.
           02 WS-CTL-ENTRY OCCURS 50 TIMES.
               03 WS-CTL-NAME PIC X(12).
               03 WS-CTL-DAYS PIC 9(4).

       COPY RUNSTAMP.

       01  WS-HDR-LINE.
           02 FILLER PIC X(31)
               VALUE "RETENCIONES LEGALES ACTIVAS AL ".
           02 WH-YYYY PIC 9(4).
           02 FILLER PIC X(1) VALUE "-".
           02 WH-MM PIC 9(2).
           02 FILLER PIC X(1) VALUE "-".
           02 WH-DD PIC 9(2).

       01  WS-HOLD-LINE.
           02 FILLER PIC X(4) VALUE "RET ".
           02 HL-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 HL-FILE PIC X(12).
           02 FILLER PIC X(7) VALUE " CLAVE ".
           02 HL-KEY-FROM PIC X(12).
           02 FILLER PIC X VALUE "-".
           02 HL-KEY-TO PIC X(12).
           02 FILLER PIC X(7) VALUE " FECHA ".
           02 HL-DATE-FROM PIC 9(8).
           02 FILLER PIC X VALUE "-".
           02 HL-DATE-TO PIC 9(8).

       01  WS-WHO-LINE.
           02 FILLER PIC X(14) VALUE "    SOLICITA: ".
           02 WL-REQUESTER PIC X(20).
           02 FILLER PIC X(8) VALUE " ALTA:  ".
           02 WL-PLACED-DATE PIC 9(8).
           02 FILLER PIC X(10) VALUE " LIBERA:  ".
           02 WL-RELEASE PIC X(8).

       01  WS-REASON-LINE.
           02 FILLER PIC X(14) VALUE "    MOTIVO:   ".
           02 RL-REASON PIC X(30).

       01  WS-COUNT-LINE.
           02 FILLER PIC X(27) VALUE "    REGISTROS PROTEGIDOS: ".
           02 CL-PROTECTED PIC ZZZZZZ9.
           02 FILLER PIC X(26) VALUE "  VENCIDOS EN RETENCION: ".
           02 CL-DUE PIC ZZZZZZ9.

       01  WS-NOTE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 NL-TEXT PIC X(60).

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(20) VALUE "RETENCIONES ACTIVAS:".
           02 TL-ACTIVE PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE " PROTEGIDOS: ".
           02 TL-PROTECTED PIC ZZZZZZ9.
           02 FILLER PIC X(11) VALUE " VENCIDOS: ".
           02 TL-DUE PIC ZZZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN OUTPUT HOLD-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE HOLD-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-YYYY TO WH-YYYY.
           MOVE WS-RUN-MM TO WH-MM.
           MOVE WS-RUN-DD TO WH-DD.
           WRITE HOLD-REPORT-LINE FROM WS-HDR-LINE.

           PERFORM LOAD-RETENTION-TABLE.

           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-LGH-STATUS = "35"
               SET WS-LGH-EOF TO TRUE
           ELSE
               IF WS-LGH-STATUS NOT = "00"
                   DISPLAY "LEGHOLD.DAT NO DISPONIBLE - STATUS "
                       WS-LGH-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE HOLD-REPORT-FILE
                   GOBACK
               END-IF
           END-IF.

           PERFORM UNTIL WS-LGH-EOF
               READ LEGAL-HOLD-FILE
                   AT END
                       SET WS-LGH-EOF TO TRUE
                   NOT AT END
                       IF LGH-RELEASE-DATE = ZERO
                           OR LGH-RELEASE-DATE > WS-RUN-DATE
                           PERFORM REPORT-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LGH-STATUS NOT = "35"
               CLOSE LEGAL-HOLD-FILE
           END-IF.

           MOVE WS-ACTIVE-COUNT TO TL-ACTIVE.
           MOVE WS-TOTAL-PROTECTED TO TL-PROTECTED.
           MOVE WS-TOTAL-DUE TO TL-DUE.
           WRITE HOLD-REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE HOLD-REPORT-FILE.

           DISPLAY "LEGHOLD-RPT - RETENCIONES ACTIVAS : "
               WS-ACTIVE-COUNT.

           GOBACK.

       REPORT-ONE-HOLD.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE LGH-KEY-TO TO WS-KEY-TO.
           IF WS-KEY-TO = SPACES
               MOVE LGH-KEY-FROM TO WS-KEY-TO
           END-IF.

           MOVE LGH-HOLD-ID TO HL-ID.
           MOVE LGH-FILE-NAME TO HL-FILE.
           IF LGH-KEY-FROM = SPACES
               MOVE "(TODAS)" TO HL-KEY-FROM
           ELSE
               MOVE LGH-KEY-FROM TO HL-KEY-FROM
           END-IF.
           MOVE WS-KEY-TO TO HL-KEY-TO.
           MOVE LGH-DATE-FROM TO HL-DATE-FROM.
           MOVE LGH-DATE-TO TO HL-DATE-TO.
           WRITE HOLD-REPORT-LINE FROM WS-HOLD-LINE.

           MOVE LGH-REQUESTER TO WL-REQUESTER.
           MOVE LGH-PLACED-DATE TO WL-PLACED-DATE.
           IF LGH-RELEASE-DATE = ZERO
               MOVE "PENDIENT" TO WL-RELEASE
           ELSE
               MOVE LGH-RELEASE-DATE TO WL-RELEASE
           END-IF.
           WRITE HOLD-REPORT-LINE FROM WS-WHO-LINE.

           MOVE LGH-REASON TO RL-REASON.
           WRITE HOLD-REPORT-LINE FROM WS-REASON-LINE.

           PERFORM SET-DATE-OFFSET.
           PERFORM SET-HOLD-KEY.
           PERFORM FIND-KEEP-DAYS.
           MOVE SPACES TO NL-TEXT.
           IF WS-DATE-OFFSET = ZERO
               MOVE "ARCHIVO SIN PURGA - LA RETENCION NO TIENE EFECTO"
                   TO NL-TEXT
           ELSE
               IF NOT WS-FOUND
                   MOVE "ARCHIVO FUERA DE RETNCTL.DAT - SIN PURGA"
                       TO NL-TEXT
               END-IF
               PERFORM COUNT-HELD-RECORDS
           END-IF.
           IF NL-TEXT NOT = SPACES
               WRITE HOLD-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

      *    Protected = every live record the hold covers; due = those
      *    among them that ARCHIVER would otherwise purge today.
       COUNT-HELD-RECORDS.
           MOVE ZERO TO WS-PROTECTED-COUNT.
           MOVE ZERO TO WS-DUE-COUNT.
           MOVE LGH-FILE-NAME TO WS-LIVE-FILENAME.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS NOT = "00"
               MOVE "ARCHIVO NO DISPONIBLE - SIN RECUENTO"
                   TO NL-TEXT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ LIVE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
               MOVE WS-PROTECTED-COUNT TO CL-PROTECTED
               MOVE WS-DUE-COUNT TO CL-DUE
               WRITE HOLD-REPORT-LINE FROM WS-COUNT-LINE
               ADD WS-PROTECTED-COUNT TO WS-TOTAL-PROTECTED
               ADD WS-DUE-COUNT TO WS-TOTAL-DUE
           END-IF.

       CHECK-ONE-RECORD.
           MOVE LIVE-RECORD(WS-DATE-OFFSET:8) TO WS-RECORD-DATE.
           MOVE SPACES TO WS-RECORD-KEY.
           MOVE LIVE-RECORD(WS-KEY-OFFSET:WS-KEY-LENGTH)
               TO WS-RECORD-KEY.
           IF WS-RECORD-DATE IS NUMERIC
               IF LGH-KEY-FROM = SPACES
                   OR (WS-RECORD-KEY >= LGH-KEY-FROM
                   AND WS-RECORD-KEY <= WS-KEY-TO)
                   IF (LGH-DATE-FROM = ZERO
                       OR WS-RECORD-DATE-N >= LGH-DATE-FROM)
                       AND (LGH-DATE-TO = ZERO
                       OR WS-RECORD-DATE-N <= LGH-DATE-TO)
                       ADD 1 TO WS-PROTECTED-COUNT
                       IF WS-FOUND
                           AND WS-RECORD-DATE-N < WS-CUTOFF-DATE
                           ADD 1 TO WS-DUE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Same date and key layouts ARCHIVER uses for the purge.
       SET-DATE-OFFSET.
           MOVE ZERO TO WS-DATE-OFFSET.
           EVALUATE LGH-FILE-NAME
               WHEN "CONDAUD.DAT"
                   MOVE 9 TO WS-DATE-OFFSET
               WHEN "CONDEXC.DAT"
                   MOVE 9 TO WS-DATE-OFFSET
               WHEN "RUTNLOG.DAT"
                   MOVE 1 TO WS-DATE-OFFSET
               WHEN "GOTOLOG.DAT"
                   MOVE 9 TO WS-DATE-OFFSET
               WHEN "MSGLOG.DAT"
                   MOVE 1 TO WS-DATE-OFFSET
               WHEN "PTREJECT.DAT"
                   MOVE 61 TO WS-DATE-OFFSET
               WHEN "OPBASERR.DAT"
                   MOVE 61 TO WS-DATE-OFFSET
           END-EVALUATE.

       SET-HOLD-KEY.
           MOVE 1 TO WS-KEY-OFFSET.
           MOVE 8 TO WS-KEY-LENGTH.
           EVALUATE LGH-FILE-NAME
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

       FIND-KEEP-DAYS.
           SET WS-FOUND TO FALSE.
           MOVE ZERO TO WS-CUTOFF-DATE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CTL-COUNT OR WS-FOUND
               IF WS-CTL-NAME(WS-SUB) = LGH-FILE-NAME
                   SET WS-FOUND TO TRUE
                   MOVE WS-CTL-DAYS(WS-SUB) TO WS-KEEP-DAYS
               END-IF
           END-PERFORM.
           IF WS-FOUND
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-KEEP-DAYS
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           END-IF.

       LOAD-RETENTION-TABLE.
           OPEN INPUT RETENTION-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RETENTION-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-CTL-COUNT >= 50
                               DISPLAY "RETNCTL.DAT HAS MORE THAN "
                                   "50 FILES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-CTL-COUNT
                               MOVE CTL-FILE-NAME TO
                                   WS-CTL-NAME(WS-CTL-COUNT)
                               MOVE CTL-KEEP-DAYS TO
                                   WS-CTL-DAYS(WS-CTL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENTION-CTL-FILE
           ELSE
               DISPLAY "RETNCTL.DAT NO DISPONIBLE - STATUS "
                   WS-CTL-STATUS " - SIN RECUENTO DE VENCIDOS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM LEGHOLD-RPT.
