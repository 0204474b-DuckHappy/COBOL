      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-ESCALATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL-FILE ASSIGN TO "ONCALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONC-STATUS.
           SELECT ONCALL-CTL-FILE ASSIGN TO "ONCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONCALL-FILE.
       COPY ONCPAGE.

       FD  ONCALL-CTL-FILE.
       01  ONCALL-CTL-RECORD.
           02 CTL-ESCALATE-MINUTES PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-ONC-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-OVERFLOW VALUE 'Y' FALSE 'N'.

      *    Minutes a page may stay unacknowledged before it passes
      *    to the backup operator.
       01  WS-ESCALATE-MINUTES PIC 9(3) VALUE 30.

       01  WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-PAGE-SUB PIC 9(4).
       01  WS-PAGE-TABLE.
           02 WS-PAGE-ENTRY OCCURS 1000 TIMES PIC X(199).
       01  WS-ESCALATED PIC 9(4) VALUE ZERO.
       01  WS-NO-BACKUP PIC 9(4) VALUE ZERO.

       01  WS-PAGE-TIME PIC 9(8).
       01  WS-PAGE-TIME-R REDEFINES WS-PAGE-TIME.
           02 WS-PGT-HH  PIC 9(2).
           02 WS-PGT-MIN PIC 9(2).
           02 WS-PGT-SEC PIC 9(2).
           02 WS-PGT-HTH PIC 9(2).
       01  WS-NOW-INT PIC S9(9).
       01  WS-NOW-MINUTES PIC S9(9).
       01  WS-PAGE-MINUTES PIC S9(9).
       01  WS-WAITED-MINUTES PIC S9(9).

       COPY RUNSTAMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-NOW-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-NOW-MINUTES = (WS-NOW-INT * 1440)
               + (WS-RUN-HH * 60) + WS-RUN-MIN.

           PERFORM LOAD-ESCALATE-CONFIG.
           PERFORM LOAD-PAGE-TABLE.
           IF WS-OVERFLOW
               DISPLAY "ONCALL.DAT HAS MORE THAN 1000 PAGES - "
                   "ESCALATION NOT RUN"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-PAGE-SUB FROM 1 BY 1
                   UNTIL WS-PAGE-SUB > WS-PAGE-COUNT
               MOVE WS-PAGE-ENTRY(WS-PAGE-SUB) TO ONCALL-RECORD
               IF ONC-RAISED
                   PERFORM CHECK-ONE-PAGE
               END-IF
           END-PERFORM.

           IF WS-ESCALATED > ZERO
               PERFORM SAVE-PAGE-TABLE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

       CHECK-ONE-PAGE.
           MOVE ONC-TIME TO WS-PAGE-TIME.
           COMPUTE WS-PAGE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(ONC-DATE) * 1440)
               + (WS-PGT-HH * 60) + WS-PGT-MIN.
           COMPUTE WS-WAITED-MINUTES =
               WS-NOW-MINUTES - WS-PAGE-MINUTES.
           IF WS-WAITED-MINUTES >= WS-ESCALATE-MINUTES
               IF ONC-BACKUP = SPACES
                   ADD 1 TO WS-NO-BACKUP
                   DISPLAY "AVISO " ONC-DATE " " ONC-TIME(1:4)
                       " SIN CONFIRMAR Y SIN SUPLENTE - "
                       ONC-STEP
               ELSE
                   MOVE ONC-BACKUP TO ONC-HOLDER
                   MOVE 'E' TO ONC-STATE
                   MOVE WS-RUN-DATE TO ONC-ESC-DATE
                   MOVE WS-RUN-TIME TO ONC-ESC-TIME
                   MOVE ONCALL-RECORD TO WS-PAGE-ENTRY(WS-PAGE-SUB)
                   ADD 1 TO WS-ESCALATED
                   DISPLAY "AVISO " ONC-DATE " " ONC-TIME(1:4)
                       " ESCALADO A " ONC-BACKUP " - " ONC-STEP
               END-IF
           END-IF.

       LOAD-ESCALATE-CONFIG.
           OPEN INPUT ONCALL-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ ONCALL-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-ESCALATE-MINUTES IS NUMERIC
                           AND CTL-ESCALATE-MINUTES > ZERO
                           MOVE CTL-ESCALATE-MINUTES
                               TO WS-ESCALATE-MINUTES
                       END-IF
               END-READ
               CLOSE ONCALL-CTL-FILE
           END-IF.

       LOAD-PAGE-TABLE.
           OPEN INPUT ONCALL-FILE.
           IF WS-ONC-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ONCALL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PAGE-COUNT >= 1000
                               SET WS-OVERFLOW TO TRUE
                               SET WS-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-PAGE-COUNT
                               MOVE ONCALL-RECORD TO
                                   WS-PAGE-ENTRY(WS-PAGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-PAGE-TABLE.
           OPEN OUTPUT ONCALL-FILE.
           PERFORM VARYING WS-PAGE-SUB FROM 1 BY 1
                   UNTIL WS-PAGE-SUB > WS-PAGE-COUNT
               MOVE WS-PAGE-ENTRY(WS-PAGE-SUB) TO ONCALL-RECORD
               WRITE ONCALL-RECORD
           END-PERFORM.
           CLOSE ONCALL-FILE.

       END PROGRAM ONCALL-ESCALATE.
