      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOX-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOX-REPORT-FILE ASSIGN TO "INBOX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOX-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       WORKING-STORAGE SECTION.
       01  WS-PQ-STATUS PIC XX.
       01  WS-LOAD-RC PIC S9(4) VALUE ZERO.

       01  WS-SUB PIC 9(4).
       01  WS-Q-SUB PIC 9(2).
       01  WS-CURRENT-ROLE PIC X(8) VALUE SPACES.
       01  WS-ROLE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-ROLE-VALUE PIC S9(11)V99 VALUE ZERO.
       01  WS-ROLE-OLDEST PIC 9(5) VALUE ZERO.
       01  WS-GRAND-VALUE PIC S9(11)V99 VALUE ZERO.

      *    Item counts by queue for the closing summary.
       01  WS-QUEUE-NAMES.
           02 FILLER PIC X(28) VALUE "REVPEND REV-APPROVE".
           02 FILLER PIC X(28) VALUE "RATEPENDSURCH-RATE-APPROVE".
           02 FILLER PIC X(28) VALUE "CONDEXC EXC-REVIEW".
           02 FILLER PIC X(28) VALUE "ADJSUSP ADJ-SUSP-REVIEW".
           02 FILLER PIC X(28) VALUE "EMPPEND EMP-PEND-RELEASE".
           02 FILLER PIC X(28) VALUE "OPBASERROPB-REWORK".
       01  WS-QUEUE-TABLE REDEFINES WS-QUEUE-NAMES.
           02 WS-QUEUE-ENTRY OCCURS 6 TIMES.
               03 WS-QT-QUEUE   PIC X(8).
               03 WS-QT-PROGRAM PIC X(20).
       01  WS-QUEUE-COUNTS.
           02 WS-QT-COUNT PIC 9(4) OCCURS 6 TIMES VALUE ZERO.

       COPY RUNSTAMP.
       COPY INBOXRQ.

       01  WS-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-LINE-COUNT PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01  WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-PRINT-LINE PIC X(80).

       01  WS-HDR-1.
           02 FILLER PIC X(34) VALUE "BANDEJA DE PENDIENTES".
           02 FILLER PIC X(6) VALUE "FECHA:".
           02 HD-MM PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-DD PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-YYYY PIC 9(4).
           02 FILLER PIC X(8) VALUE " PAGINA:".
           02 HD-PAGE PIC ZZ9.

       01  WS-COLUMN-HDR.
           02 FILLER PIC X(9) VALUE "COLA".
           02 FILLER PIC X(13) VALUE "REFERENCIA".
           02 FILLER PIC X(9) VALUE "FECHA".
           02 FILLER PIC X(6) VALUE " DIAS".
           02 FILLER PIC X(16) VALUE "        IMPORTE ".
           02 FILLER PIC X(20) VALUE "PROGRAMA".

       01  WS-ROLE-LINE.
           02 FILLER PIC X(5) VALUE "ROL: ".
           02 RL-ROLE PIC X(8).

       01  WS-DETAIL-LINE.
           02 DL-QUEUE PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-REFERENCE PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-DAYS PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-VALUE PIC -ZZZ,ZZZ,ZZ9.99.
           02 DL-VALUE-X REDEFINES DL-VALUE PIC X(15).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DL-PROGRAM PIC X(20).

       01  WS-DETAIL-TEXT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DT-DETAIL PIC X(40).

       01  WS-ROLE-TOTAL-LINE.
           02 FILLER PIC X(12) VALUE "  TOTAL ROL ".
           02 RT-ROLE PIC X(8).
           02 FILLER PIC X(10) VALUE " PARTIDAS ".
           02 RT-COUNT PIC ZZZ9.
           02 FILLER PIC X(9) VALUE " IMPORTE ".
           02 RT-VALUE PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(11) VALUE " MAS VIEJA ".
           02 RT-OLDEST PIC ZZZZ9.

       01  WS-QUEUE-TOTAL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 QL-QUEUE PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 QL-COUNT PIC ZZZ9.
           02 FILLER PIC X(12) VALUE " PARTIDAS - ".
           02 QL-PROGRAM PIC X(20).

       01  WS-TOTAL-LINE.
           02 TT-LABEL PIC X(30).
           02 TT-COUNT PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " IMPORTE ".
           02 TT-VALUE PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02 TT-VALUE-X REDEFINES TT-VALUE PIC X(17).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-CURRENT-ROLE.
           MOVE ZERO TO WS-GRAND-VALUE.
           MOVE ZERO TO WS-QUEUE-COUNTS.
           MOVE 1 TO WS-PAGE-NUM.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE ZERO TO WS-TOTAL-LINE-COUNT.

           MOVE SPACES TO IBX-ROLE-FILTER.
           CALL "INBOX-LOAD" USING INBOX-REQUEST.
           MOVE RETURN-CODE TO WS-LOAD-RC.

           OPEN OUTPUT INBOX-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > IBX-COUNT
               IF IBX-ROLE(WS-SUB) NOT = WS-CURRENT-ROLE
                   PERFORM PRINT-ROLE-TOTAL
                   PERFORM START-ROLE-GROUP
               END-IF
               PERFORM PRINT-ITEM
           END-PERFORM.
           PERFORM PRINT-ROLE-TOTAL.
           IF IBX-COUNT = ZERO
               MOVE "SIN PARTIDAS PENDIENTES" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM PRINT-TOTALS.
           CLOSE INBOX-REPORT-FILE.

           PERFORM SUBMIT-TO-PRINT-QUEUE.

           MOVE WS-LOAD-RC TO RETURN-CODE.
           DISPLAY "INBOX-REPORT - PARTIDAS PENDIENTES " IBX-COUNT.
           GOBACK.

       START-ROLE-GROUP.
           MOVE IBX-ROLE(WS-SUB) TO WS-CURRENT-ROLE.
           MOVE ZERO TO WS-ROLE-COUNT.
           MOVE ZERO TO WS-ROLE-VALUE.
           MOVE IBX-AGE-DAYS(WS-SUB) TO WS-ROLE-OLDEST.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CURRENT-ROLE TO RL-ROLE.
           MOVE WS-ROLE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-ITEM.
           MOVE IBX-QUEUE(WS-SUB) TO DL-QUEUE.
           MOVE IBX-REFERENCE(WS-SUB) TO DL-REFERENCE.
           MOVE IBX-DATE(WS-SUB) TO DL-DATE.
           MOVE IBX-AGE-DAYS(WS-SUB) TO DL-DAYS.
           IF IBX-HAS-VALUE(WS-SUB)
               MOVE IBX-VALUE(WS-SUB) TO DL-VALUE
               ADD IBX-VALUE(WS-SUB) TO WS-ROLE-VALUE
               ADD IBX-VALUE(WS-SUB) TO WS-GRAND-VALUE
           ELSE
               MOVE SPACES TO DL-VALUE-X
           END-IF.
           MOVE IBX-PROGRAM(WS-SUB) TO DL-PROGRAM.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE IBX-DETAIL(WS-SUB) TO DT-DETAIL.
           MOVE WS-DETAIL-TEXT-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO WS-ROLE-COUNT.
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 6
               IF WS-QT-QUEUE(WS-Q-SUB) = IBX-QUEUE(WS-SUB)
                   ADD 1 TO WS-QT-COUNT(WS-Q-SUB)
               END-IF
           END-PERFORM.

       PRINT-ROLE-TOTAL.
           IF WS-CURRENT-ROLE NOT = SPACES
               MOVE WS-CURRENT-ROLE TO RT-ROLE
               MOVE WS-ROLE-COUNT TO RT-COUNT
               MOVE WS-ROLE-VALUE TO RT-VALUE
               MOVE WS-ROLE-OLDEST TO RT-OLDEST
               MOVE WS-ROLE-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "PARTIDAS POR COLA" TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > 6
               MOVE WS-QT-QUEUE(WS-Q-SUB) TO QL-QUEUE
               MOVE WS-QT-COUNT(WS-Q-SUB) TO QL-COUNT
               MOVE WS-QT-PROGRAM(WS-Q-SUB) TO QL-PROGRAM
               MOVE WS-QUEUE-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TOTAL PARTIDAS PENDIENTES" TO TT-LABEL.
           MOVE IBX-COUNT TO TT-COUNT.
           MOVE WS-GRAND-VALUE TO TT-VALUE.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF IBX-DROPPED > ZERO
               MOVE "PARTIDAS NO LISTADAS (TABLA)" TO TT-LABEL
               MOVE IBX-DROPPED TO TT-COUNT
               MOVE SPACES TO TT-VALUE-X
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
           MOVE "INBOX.RPT" TO PQ-REPORT-NAME.
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

       END PROGRAM INBOX-REPORT.
