      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTOFF-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGINALS-LEDGER ASSIGN TO "ORIGTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORG-REFERENCE
               FILE STATUS IS WS-ORG-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT CUTOFF-REPORT-FILE ASSIGN TO "CUTOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIGINALS-LEDGER.
       COPY ORIGREC.

       FD  REVERSAL-FILE.
       COPY REVREC.

       FD  CUTOFF-REPORT-FILE.
       01  CUTOFF-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ORG-STATUS PIC XX.
       01  WS-REV-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

      *    The report covers the work keyed over the last seven days,
      *    so a night the schedule did not run is still reported.
       01  WS-WINDOW-DAYS PIC 9(2) VALUE 7.
       01  WS-FROM-INT PIC 9(8).
       01  WS-DAY-INT PIC 9(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-DAY-DATE PIC 9(8).
       01  WS-DAY-NUM PIC 9(2).
       01  WS-DAY-COUNT PIC 9(5).
       01  WS-TOTAL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ORIG-COUNT PIC 9(5) VALUE ZERO.
       01  WS-REV-COUNT PIC 9(5) VALUE ZERO.

       01  WS-SUB PIC 9(4).
       01  WS-ROLL-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ROLL-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-ROLL-OVERFLOW VALUE 'Y'.
       01  WS-ROLL-TABLE.
           02 WS-ROLL-ENTRY OCCURS 2000 TIMES.
               03 WS-RL-PROGRAM PIC X(10).
               03 WS-RL-REFERENCE PIC X(10).
               03 WS-RL-AMOUNT PIC S9(7)V999.
               03 WS-RL-KEYED-DATE PIC 9(8).
               03 WS-RL-KEYED-TIME PIC 9(8).
               03 WS-RL-BUSINESS-DATE PIC 9(8).
               03 WS-RL-REASON PIC X.
               03 WS-RL-CUTOFF PIC 9(4).

       01  WS-NEW-PROGRAM PIC X(10).
       01  WS-NEW-REFERENCE PIC X(10).
       01  WS-NEW-AMOUNT PIC S9(7)V999.
       01  WS-NEW-KEYED-DATE PIC 9(8).
       01  WS-NEW-KEYED-TIME PIC 9(8).
       01  WS-NEW-BUSINESS-DATE PIC 9(8).

       COPY RUNSTAMP.
       COPY CUTRQ.

       01  WS-DETAIL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-PROGRAM PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 DL-REFERENCE PIC X(10).
           02 DL-AMOUNT PIC -9(7).999.
           02 FILLER PIC X VALUE SPACE.
           02 DL-KEYED-HH PIC 9(2).
           02 FILLER PIC X VALUE ":".
           02 DL-KEYED-MM PIC 9(2).
           02 FILLER PIC X(4) VALUE " -> ".
           02 DL-BUSINESS-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-REASON PIC X(22).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-WINDOW-DAYS + 1.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT).

           PERFORM SCAN-ORIGINALS.
           PERFORM SCAN-REVERSALS.
           PERFORM WRITE-CUTOFF-REPORT.

           DISPLAY "CUTOFF-RPT - " WS-ORIG-COUNT " ORIGINALES Y "
               WS-REV-COUNT " REVERSIONES ARRASTRADAS - VER CUTOFF.RPT".
           IF WS-ROLL-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    An item was rolled forward when its business date is later
      *    than the day it was keyed; records from before business
      *    dating carry a zero keyed date and are passed over.
       SCAN-ORIGINALS.
           OPEN INPUT ORIGINALS-LEDGER.
           IF WS-ORG-STATUS NOT = "00"
               DISPLAY "ORIGTRAN.DAT NO DISPONIBLE - STATUS "
                   WS-ORG-STATUS " - ORIGINALES OMITIDOS"
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ORIGINALS-LEDGER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ORG-KEYED-DATE IS NUMERIC
                               AND ORG-KEYED-DATE NOT < WS-FROM-DATE
                               AND ORG-KEYED-DATE NOT > WS-RUN-DATE
                               AND ORG-POST-DATE > ORG-KEYED-DATE
                               MOVE "ORIG-POST" TO WS-NEW-PROGRAM
                               MOVE ORG-REFERENCE TO WS-NEW-REFERENCE
                               MOVE ORG-AMOUNT TO WS-NEW-AMOUNT
                               MOVE ORG-KEYED-DATE TO WS-NEW-KEYED-DATE
                               MOVE ORG-KEYED-TIME TO WS-NEW-KEYED-TIME
                               MOVE ORG-POST-DATE TO
                                   WS-NEW-BUSINESS-DATE
                               PERFORM ADD-ROLLED-ITEM
                               ADD 1 TO WS-ORIG-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORIGINALS-LEDGER
           END-IF.

      *    Released reversals carry the queueing date and the release
      *    stamp, so only straight-through reversals are compared.
       SCAN-REVERSALS.
           OPEN INPUT REVERSAL-FILE.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO DISPONIBLE - STATUS "
                   WS-REV-STATUS " - REVERSIONES OMITIDAS"
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REVERSAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REV-APPROVER = SPACES
                               AND REV-KEYED-DATE IS NUMERIC
                               AND REV-KEYED-DATE NOT < WS-FROM-DATE
                               AND REV-KEYED-DATE NOT > WS-RUN-DATE
                               AND REV-DATE > REV-KEYED-DATE
                               MOVE "POS-TO-NEG" TO WS-NEW-PROGRAM
                               MOVE REV-REFERENCE TO WS-NEW-REFERENCE
                               MOVE REV-AMOUNT TO WS-NEW-AMOUNT
                               MOVE REV-KEYED-DATE TO WS-NEW-KEYED-DATE
                               MOVE REV-KEYED-TIME TO WS-NEW-KEYED-TIME
                               MOVE REV-DATE TO WS-NEW-BUSINESS-DATE
                               PERFORM ADD-ROLLED-ITEM
                               ADD 1 TO WS-REV-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           END-IF.

      *    The reason is worked out again through CUT-CHECK: keyed at
      *    or after the program's cut-off, or on a non-business day.
       ADD-ROLLED-ITEM.
           IF WS-ROLL-COUNT >= 2000
               IF NOT WS-ROLL-OVERFLOW
                   DISPLAY "CUTOFF-RPT HAS MORE THAN 2000 ROLLED "
                       "ITEMS - EXTRA IGNORED"
                   SET WS-ROLL-OVERFLOW TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-ROLL-COUNT
               MOVE WS-NEW-PROGRAM TO WS-RL-PROGRAM(WS-ROLL-COUNT)
               MOVE WS-NEW-REFERENCE TO WS-RL-REFERENCE(WS-ROLL-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-RL-AMOUNT(WS-ROLL-COUNT)
               MOVE WS-NEW-KEYED-DATE TO
                   WS-RL-KEYED-DATE(WS-ROLL-COUNT)
               MOVE WS-NEW-KEYED-TIME TO
                   WS-RL-KEYED-TIME(WS-ROLL-COUNT)
               MOVE WS-NEW-BUSINESS-DATE TO
                   WS-RL-BUSINESS-DATE(WS-ROLL-COUNT)
               MOVE WS-NEW-PROGRAM TO CUT-PROGRAM
               MOVE WS-NEW-KEYED-DATE TO CUT-KEYED-DATE
               MOVE WS-NEW-KEYED-TIME TO CUT-KEYED-TIME
               CALL "CUT-CHECK" USING CUTOFF-REQUEST
               MOVE CUT-ROLL-REASON TO WS-RL-REASON(WS-ROLL-COUNT)
               MOVE CUT-CUTOFF-TIME TO WS-RL-CUTOFF(WS-ROLL-COUNT)
           END-IF.

       WRITE-CUTOFF-REPORT.
           OPEN OUTPUT CUTOFF-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CUTOFF-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO CUTOFF-REPORT-LINE.
           STRING "TRABAJO ARRASTRADO AL DIA HABIL SIGUIENTE - "
               WS-RUN-DATE " " WS-RUN-HH ":" WS-RUN-MIN
               DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE.
           WRITE CUTOFF-REPORT-LINE.
           MOVE SPACES TO CUTOFF-REPORT-LINE.
           STRING "TOMADO DEL " WS-FROM-DATE " AL " WS-RUN-DATE
               DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE.
           WRITE CUTOFF-REPORT-LINE.

           MOVE WS-FROM-INT TO WS-DAY-INT.
           PERFORM VARYING WS-DAY-NUM FROM 1 BY 1
                   UNTIL WS-DAY-NUM > WS-WINDOW-DAYS
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM WRITE-ONE-DAY
               ADD 1 TO WS-DAY-INT
           END-PERFORM.

           MOVE SPACES TO CUTOFF-REPORT-LINE.
           WRITE CUTOFF-REPORT-LINE.
           MOVE SPACES TO CUTOFF-REPORT-LINE.
           STRING "TOTAL ARRASTRADO: " WS-TOTAL-COUNT
               " (ORIGINALES " WS-ORIG-COUNT
               " REVERSIONES " WS-REV-COUNT ")"
               DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE.
           WRITE CUTOFF-REPORT-LINE.
           IF WS-ROLL-OVERFLOW
               MOVE "** MAS DE 2000 PARTIDAS - DETALLE PARCIAL"
                   TO CUTOFF-REPORT-LINE
               WRITE CUTOFF-REPORT-LINE
           END-IF.
           CLOSE CUTOFF-REPORT-FILE.

       WRITE-ONE-DAY.
           MOVE SPACES TO CUTOFF-REPORT-LINE.
           WRITE CUTOFF-REPORT-LINE.
           MOVE SPACES TO CUTOFF-REPORT-LINE.
           STRING "TOMADO EL " WS-DAY-DATE
               DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE.
           WRITE CUTOFF-REPORT-LINE.
           MOVE ZERO TO WS-DAY-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROLL-COUNT
               IF WS-RL-KEYED-DATE(WS-SUB) = WS-DAY-DATE
                   PERFORM WRITE-ROLLED-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO CUTOFF-REPORT-LINE.
           IF WS-DAY-COUNT = ZERO
               MOVE "  SIN ARRASTRES" TO CUTOFF-REPORT-LINE
           ELSE
               STRING "  PARTIDAS ARRASTRADAS: " WS-DAY-COUNT
                   DELIMITED BY SIZE INTO CUTOFF-REPORT-LINE
           END-IF.
           WRITE CUTOFF-REPORT-LINE.

       WRITE-ROLLED-LINE.
           ADD 1 TO WS-DAY-COUNT.
           ADD 1 TO WS-TOTAL-COUNT.
           MOVE WS-RL-PROGRAM(WS-SUB) TO DL-PROGRAM.
           MOVE WS-RL-REFERENCE(WS-SUB) TO DL-REFERENCE.
           MOVE WS-RL-AMOUNT(WS-SUB) TO DL-AMOUNT.
           MOVE WS-RL-KEYED-TIME(WS-SUB)(1:2) TO DL-KEYED-HH.
           MOVE WS-RL-KEYED-TIME(WS-SUB)(3:2) TO DL-KEYED-MM.
           MOVE WS-RL-BUSINESS-DATE(WS-SUB) TO DL-BUSINESS-DATE.
           MOVE SPACES TO DL-REASON.
           IF WS-RL-REASON(WS-SUB) = 'C'
               STRING "DESPUES DEL CORTE " WS-RL-CUTOFF(WS-SUB)
                   DELIMITED BY SIZE INTO DL-REASON
           ELSE
               IF WS-RL-REASON(WS-SUB) = 'F'
                   MOVE "DIA NO HABIL" TO DL-REASON
               ELSE
                   MOVE "CORTE CAMBIADO" TO DL-REASON
               END-IF
           END-IF.
           WRITE CUTOFF-REPORT-LINE FROM WS-DETAIL-LINE.

       END PROGRAM CUTOFF-RPT.
