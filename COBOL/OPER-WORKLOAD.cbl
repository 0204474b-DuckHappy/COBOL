      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-WORKLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-CTL-FILE ASSIGN TO "WORKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT MENU-LOG-FILE ASSIGN TO "MENULOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNU-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "CONDEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT RATE-AUDIT-FILE ASSIGN TO "RATEAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RATE-REJECT-FILE ASSIGN TO "RATEREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAU-STATUS.
           SELECT ITEM-AUDIT-FILE ASSIGN TO "ITEMAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IAU-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EMPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT WORKLOAD-REPORT-FILE ASSIGN TO "WORKLOAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Days in the period, ending on the run date, and the share
      *    of the average volume above which an operator is flagged.
       FD  WORK-CTL-FILE.
       01  WORK-CTL-RECORD.
           02 CTL-PERIOD-DAYS  PIC 9(3).
           02 CTL-OVERLOAD-PCT PIC 9(3).

       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  MENU-LOG-FILE.
       01  MENU-LOG-RECORD.
           02 MNU-PROGRAM  PIC X(20).
           02 MNU-OPERATOR PIC X(8).
           02 MNU-DATE     PIC 9(8).
           02 MNU-TIME     PIC 9(8).

       FD  REVERSAL-FILE.
       COPY REVREC.

       FD  EXCEPTION-FILE.
       COPY CONDEXC.

       FD  RATE-AUDIT-FILE.
       01  RATE-AUDIT-RECORD.
           02 AUD-DATE      PIC 9(8).
           02 AUD-TIME      PIC 9(8).
           02 AUD-OPERATOR  PIC X(8).
           02 AUD-ACTION    PIC X.
           02 AUD-RATE-CODE PIC X(6).
           02 AUD-OLD-RATE  PIC V999.
           02 AUD-NEW-RATE  PIC V999.

       FD  RATE-REJECT-FILE.
       01  RATE-REJECT-RECORD.
           02 REJ-ACTION    PIC X.
           02 REJ-RATE-CODE PIC X(6).
           02 REJ-PROPOSER  PIC X(8).
           02 REJ-PROP-DATE PIC 9(8).
           02 REJ-REVIEWER  PIC X(8).
           02 REJ-REVIEW-DATE PIC 9(8).
           02 REJ-REASON    PIC X(30).

       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-RECORD.
           02 CAU-DATE     PIC 9(8).
           02 CAU-TIME     PIC 9(8).
           02 CAU-OPERATOR PIC X(8).

       FD  ITEM-AUDIT-FILE.
       01  ITEM-AUDIT-RECORD.
           02 IAU-DATE     PIC 9(8).
           02 IAU-TIME     PIC 9(8).
           02 IAU-OPERATOR PIC X(8).

       FD  HISTORY-FILE.
       COPY EMPHIST.

       FD  WORKLOAD-REPORT-FILE.
       01  WORKLOAD-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS PIC XX.
       01  WS-OPM-STATUS PIC XX.
       01  WS-MNU-STATUS PIC XX.
       01  WS-REV-STATUS PIC XX.
       01  WS-EXC-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-REJ-STATUS PIC XX.
       01  WS-CAU-STATUS PIC XX.
       01  WS-IAU-STATUS PIC XX.
       01  WS-HIS-STATUS PIC XX.
       01  WS-SOURCE-NAME PIC X(12).
       01  WS-SOURCE-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

       01  WS-PERIOD-DAYS PIC 9(3) VALUE 7.
       01  WS-OVERLOAD-PCT PIC 9(3) VALUE 150.
       01  WS-FROM-DATE PIC 9(8).
       01  WS-FROM-INT PIC 9(8).

      *    Kinds of work: 1 menu launches, 2 reversal approvals,
      *    3 exception dispositions, 4 rate changes (proposed,
      *    released or rejected), 5 customer changes, 6 item
      *    changes, 7 employee changes. Launches are shown but are
      *    not work in themselves and stay out of the volume.
      *    Turnaround is kept for reversals (1), exceptions (2) and
      *    rate releases and rejections (3).
       01  WS-KIND-COUNT PIC 9 VALUE 7.
       01  WS-EVENT.
           02 WS-EV-OPERATOR   PIC X(8).
           02 WS-EV-KIND       PIC 9.
           02 WS-EV-DATE       PIC 9(8).
           02 WS-EV-QUEUE-DATE PIC 9(8).
           02 WS-EV-TAT-KIND   PIC 9.
       01  WS-TAT-DAYS PIC 9(5).

       01  WS-OP-SUB PIC 9(3).
       01  WS-OP-HIT PIC 9(3).
       01  WS-KIND-SUB PIC 9.
       01  WS-OP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-OP-TABLE.
           02 WS-OP-ENTRY OCCURS 200 TIMES.
               03 WS-OP-ID     PIC X(8).
               03 WS-OP-NAME   PIC X(20).
               03 WS-OP-ACTIVE PIC X.
               03 WS-OP-KIND-COUNT OCCURS 7 TIMES PIC 9(5).
               03 WS-OP-TAT-SUM   OCCURS 3 TIMES PIC 9(7).
               03 WS-OP-TAT-ITEMS OCCURS 3 TIMES PIC 9(5).
               03 WS-OP-VOLUME PIC 9(6).
       01  WS-OP-FULL-FLAG PIC X VALUE 'N'.
           88 WS-OP-FULL VALUE 'Y'.

       01  WS-GRAND.
           02 WS-GR-KIND-COUNT OCCURS 7 TIMES PIC 9(6).
           02 WS-GR-TAT-SUM   OCCURS 3 TIMES PIC 9(8).
           02 WS-GR-TAT-ITEMS OCCURS 3 TIMES PIC 9(6).
           02 WS-GR-VOLUME PIC 9(7).
       01  WS-BUSY-OPERATORS PIC 9(3) VALUE ZERO.
       01  WS-OVERLOAD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SHARE PIC 9(3)V9.
       01  WS-AVERAGE PIC 9(3)V9.

      *    Rate proposals still waiting for a release in RATEAUD.DAT,
      *    and the rejections that take a proposal off that queue.
       01  WS-PROP-SUB PIC 9(3).
       01  WS-PROP-HIT PIC 9(3).
       01  WS-PROP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PROP-TABLE.
           02 WS-PROP-ENTRY OCCURS 200 TIMES.
               03 WS-PROP-CODE   PIC X(6).
               03 WS-PROP-ACTION PIC X.
               03 WS-PROP-DATE   PIC 9(8).
       01  WS-REJ-SUB PIC 9(3).
       01  WS-REJ-HIT PIC 9(3).
       01  WS-REJ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-REJ-TABLE.
           02 WS-REJ-ENTRY OCCURS 200 TIMES.
               03 WS-REJ-CODE   PIC X(6).
               03 WS-REJ-ACTION PIC X.
               03 WS-REJ-DATE   PIC 9(8).
               03 WS-REJ-USED   PIC X.

       COPY RUNSTAMP.

       01  WS-HDR-LINE.
           02 FILLER PIC X(34)
               VALUE "CARGA DE TRABAJO POR OPERADOR DEL ".
           02 WH-FROM PIC 9(8).
           02 FILLER PIC X(4) VALUE " AL ".
           02 WH-TO PIC 9(8).

       01  WS-COLUMN-LINE.
           02 FILLER PIC X(30) VALUE "OPERADOR NOMBRE".
           02 FILLER PIC X(35)
               VALUE " MENU REVER EXCEP TASAS CLIEN ARTIC".
           02 FILLER PIC X(25) VALUE " EMPLE  TOTAL  %VOL".

       01  WS-DETAIL-LINE.
           02 DL-OPERATOR PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 DL-NAME PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 DL-KIND OCCURS 7 TIMES.
               03 DL-COUNT PIC ZZZZ9.
               03 FILLER PIC X.
           02 DL-VOLUME PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 DL-SHARE PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 DL-FLAG PIC X(10).

       01  WS-TAT-LINE.
           02 FILLER PIC X(26)
               VALUE "    DEMORA MEDIA EN DIAS -".
           02 FILLER PIC X(8) VALUE " REVER: ".
           02 TL-TAT-1 PIC X(5).
           02 FILLER PIC X(8) VALUE " EXCEP: ".
           02 TL-TAT-2 PIC X(5).
           02 FILLER PIC X(8) VALUE " TASAS: ".
           02 TL-TAT-3 PIC X(5).
       01  WS-TAT-EDIT PIC ZZ9.9.
       01  WS-TAT-TEXT PIC X(5).

       01  WS-NOTE-LINE.
           02 NL-TEXT PIC X(100).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-WORK-CONFIG.
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-PERIOD-DAYS + 1.
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-INT).

           PERFORM LOAD-OPERATORS.
           PERFORM SCAN-MENU-LOG.
           PERFORM SCAN-REVERSALS.
           PERFORM SCAN-EXCEPTIONS.
           PERFORM LOAD-RATE-REJECTS.
           PERFORM SCAN-RATE-AUDIT.
           PERFORM SCAN-CUST-AUDIT.
           PERFORM SCAN-ITEM-AUDIT.
           PERFORM SCAN-EMP-HISTORY.

           PERFORM WRITE-WORKLOAD-REPORT.

           DISPLAY "OPER-WORKLOAD - OPERADORES CON ACTIVIDAD "
               WS-BUSY-OPERATORS " VOLUMEN " WS-GR-VOLUME
               " SOBRECARGADOS " WS-OVERLOAD-COUNT.

           GOBACK.

       LOAD-WORK-CONFIG.
           OPEN INPUT WORK-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ WORK-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-PERIOD-DAYS IS NUMERIC
                           AND CTL-PERIOD-DAYS > ZERO
                           MOVE CTL-PERIOD-DAYS TO WS-PERIOD-DAYS
                       END-IF
                       IF CTL-OVERLOAD-PCT IS NUMERIC
                           AND CTL-OVERLOAD-PCT > 100
                           MOVE CTL-OVERLOAD-PCT TO WS-OVERLOAD-PCT
                       END-IF
               END-READ
               CLOSE WORK-CTL-FILE
           END-IF.

      *    Every active operator is listed, even with nothing done,
      *    so an idle operator shows up beside a busy one.
       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPM-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE OPM-ID TO WS-EV-OPERATOR
                           PERFORM FIND-OPERATOR
                           IF WS-OP-HIT > ZERO
                               MOVE OPM-NAME TO WS-OP-NAME(WS-OP-HIT)
                               MOVE OPM-ACTIVE-FLAG TO
                                   WS-OP-ACTIVE(WS-OP-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           ELSE
               DISPLAY "OPERMAST.DAT NO DISPONIBLE - STATUS "
                   WS-OPM-STATUS " - SOLO OPERADORES CON ACTIVIDAD"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       SCAN-MENU-LOG.
           OPEN INPUT MENU-LOG-FILE.
           IF WS-MNU-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ MENU-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE MNU-OPERATOR TO WS-EV-OPERATOR
                           MOVE 1 TO WS-EV-KIND
                           MOVE MNU-DATE TO WS-EV-DATE
                           MOVE ZERO TO WS-EV-QUEUE-DATE
                           MOVE ZERO TO WS-EV-TAT-KIND
                           PERFORM TALLY-EVENT
                   END-READ
               END-PERFORM
               CLOSE MENU-LOG-FILE
           ELSE
               MOVE "MENULOG.DAT" TO WS-SOURCE-NAME
               MOVE WS-MNU-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

      *    Only reversals released through the approval program carry
      *    an approver; the queue entry is the reversal date.
       SCAN-REVERSALS.
           OPEN INPUT REVERSAL-FILE.
           IF WS-REV-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REVERSAL-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REV-APPROVER NOT = SPACES
                               AND REV-APPROVE-DATE IS NUMERIC
                               MOVE REV-APPROVER TO WS-EV-OPERATOR
                               MOVE 2 TO WS-EV-KIND
                               MOVE REV-APPROVE-DATE TO WS-EV-DATE
                               MOVE REV-DATE TO WS-EV-QUEUE-DATE
                               MOVE 1 TO WS-EV-TAT-KIND
                               PERFORM TALLY-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           ELSE
               MOVE "REVERSAL.DAT" TO WS-SOURCE-NAME
               MOVE WS-REV-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       SCAN-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXC-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ EXCEPTION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF EXC-REVIEWER NOT = SPACES
                               AND EXC-DISP-DATE IS NUMERIC
                               MOVE EXC-REVIEWER TO WS-EV-OPERATOR
                               MOVE 3 TO WS-EV-KIND
                               MOVE EXC-DISP-DATE TO WS-EV-DATE
                               MOVE EXC-DATE TO WS-EV-QUEUE-DATE
                               MOVE 2 TO WS-EV-TAT-KIND
                               PERFORM TALLY-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           ELSE
               MOVE "CONDEXC.DAT" TO WS-SOURCE-NAME
               MOVE WS-EXC-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

      *    A rejection counts as work for the reviewer, with the time
      *    the proposal waited; it is also kept so the proposal row
      *    in RATEAUD.DAT is not left waiting for a release.
       LOAD-RATE-REJECTS.
           OPEN INPUT RATE-REJECT-FILE.
           IF WS-REJ-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RATE-REJECT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE REJ-REVIEWER TO WS-EV-OPERATOR
                           MOVE 4 TO WS-EV-KIND
                           MOVE REJ-REVIEW-DATE TO WS-EV-DATE
                           MOVE REJ-PROP-DATE TO WS-EV-QUEUE-DATE
                           MOVE 3 TO WS-EV-TAT-KIND
                           PERFORM TALLY-EVENT
                           IF WS-REJ-COUNT >= 200
                               DISPLAY "RATEREJ.DAT HAS MORE THAN "
                                   "200 ROWS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-REJ-COUNT
                               MOVE REJ-RATE-CODE TO
                                   WS-REJ-CODE(WS-REJ-COUNT)
                               MOVE REJ-ACTION TO
                                   WS-REJ-ACTION(WS-REJ-COUNT)
                               MOVE REJ-PROP-DATE TO
                                   WS-REJ-DATE(WS-REJ-COUNT)
                               MOVE 'N' TO WS-REJ-USED(WS-REJ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-REJECT-FILE
           ELSE
               MOVE "RATEREJ.DAT" TO WS-SOURCE-NAME
               MOVE WS-REJ-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

      *    SURCH-RATE-MAINT writes a row when it queues a change and
      *    SURCH-RATE-APPROVE another when it releases it, so the
      *    next row for the same code and action after a proposal is
      *    its release.
       SCAN-RATE-AUDIT.
           OPEN INPUT RATE-AUDIT-FILE.
           IF WS-AUD-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RATE-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-RATE-ROW
                   END-READ
               END-PERFORM
               CLOSE RATE-AUDIT-FILE
           ELSE
               MOVE "RATEAUD.DAT" TO WS-SOURCE-NAME
               MOVE WS-AUD-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       TALLY-RATE-ROW.
           MOVE AUD-OPERATOR TO WS-EV-OPERATOR.
           MOVE 4 TO WS-EV-KIND.
           MOVE AUD-DATE TO WS-EV-DATE.
           MOVE ZERO TO WS-EV-QUEUE-DATE.
           MOVE ZERO TO WS-EV-TAT-KIND.
           MOVE ZERO TO WS-PROP-HIT.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB > WS-PROP-COUNT
                   OR WS-PROP-HIT > ZERO
               IF WS-PROP-CODE(WS-PROP-SUB) = AUD-RATE-CODE
                   AND WS-PROP-ACTION(WS-PROP-SUB) = AUD-ACTION
                   MOVE WS-PROP-SUB TO WS-PROP-HIT
               END-IF
           END-PERFORM.
           IF WS-PROP-HIT > ZERO
               MOVE WS-PROP-DATE(WS-PROP-HIT) TO WS-EV-QUEUE-DATE
               MOVE 3 TO WS-EV-TAT-KIND
               PERFORM VARYING WS-PROP-SUB FROM WS-PROP-HIT BY 1
                       UNTIL WS-PROP-SUB >= WS-PROP-COUNT
                   MOVE WS-PROP-ENTRY(WS-PROP-SUB + 1)
                       TO WS-PROP-ENTRY(WS-PROP-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-PROP-COUNT
           ELSE
               PERFORM QUEUE-RATE-PROPOSAL
           END-IF.
           PERFORM TALLY-EVENT.

       QUEUE-RATE-PROPOSAL.
           MOVE ZERO TO WS-REJ-HIT.
           PERFORM VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
                   OR WS-REJ-HIT > ZERO
               IF WS-REJ-USED(WS-REJ-SUB) = 'N'
                   AND WS-REJ-CODE(WS-REJ-SUB) = AUD-RATE-CODE
                   AND WS-REJ-ACTION(WS-REJ-SUB) = AUD-ACTION
                   AND WS-REJ-DATE(WS-REJ-SUB) = AUD-DATE
                   MOVE WS-REJ-SUB TO WS-REJ-HIT
               END-IF
           END-PERFORM.
           IF WS-REJ-HIT > ZERO
               MOVE 'Y' TO WS-REJ-USED(WS-REJ-HIT)
           ELSE
               IF WS-PROP-COUNT < 200
                   ADD 1 TO WS-PROP-COUNT
                   MOVE AUD-RATE-CODE TO WS-PROP-CODE(WS-PROP-COUNT)
                   MOVE AUD-ACTION TO WS-PROP-ACTION(WS-PROP-COUNT)
                   MOVE AUD-DATE TO WS-PROP-DATE(WS-PROP-COUNT)
               END-IF
           END-IF.

       SCAN-CUST-AUDIT.
           OPEN INPUT CUST-AUDIT-FILE.
           IF WS-CAU-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CUST-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CAU-OPERATOR TO WS-EV-OPERATOR
                           MOVE 5 TO WS-EV-KIND
                           MOVE CAU-DATE TO WS-EV-DATE
                           MOVE ZERO TO WS-EV-QUEUE-DATE
                           MOVE ZERO TO WS-EV-TAT-KIND
                           PERFORM TALLY-EVENT
                   END-READ
               END-PERFORM
               CLOSE CUST-AUDIT-FILE
           ELSE
               MOVE "CUSTAUD.DAT" TO WS-SOURCE-NAME
               MOVE WS-CAU-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       SCAN-ITEM-AUDIT.
           OPEN INPUT ITEM-AUDIT-FILE.
           IF WS-IAU-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ITEM-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE IAU-OPERATOR TO WS-EV-OPERATOR
                           MOVE 6 TO WS-EV-KIND
                           MOVE IAU-DATE TO WS-EV-DATE
                           MOVE ZERO TO WS-EV-QUEUE-DATE
                           MOVE ZERO TO WS-EV-TAT-KIND
                           PERFORM TALLY-EVENT
                   END-READ
               END-PERFORM
               CLOSE ITEM-AUDIT-FILE
           ELSE
               MOVE "ITEMAUD.DAT" TO WS-SOURCE-NAME
               MOVE WS-IAU-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

       SCAN-EMP-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIS-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE HIS-OPERATOR TO WS-EV-OPERATOR
                           MOVE 7 TO WS-EV-KIND
                           MOVE HIS-DATE TO WS-EV-DATE
                           MOVE ZERO TO WS-EV-QUEUE-DATE
                           MOVE ZERO TO WS-EV-TAT-KIND
                           PERFORM TALLY-EVENT
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               MOVE "EMPHIST.DAT" TO WS-SOURCE-NAME
               MOVE WS-HIS-STATUS TO WS-SOURCE-STATUS
               PERFORM NOTE-SOURCE-STATUS
           END-IF.

      *    A missing source only means no such work yet; any other
      *    status leaves the report short and is flagged.
       NOTE-SOURCE-STATUS.
           IF WS-SOURCE-STATUS NOT = "35"
               DISPLAY WS-SOURCE-NAME " NO DISPONIBLE - STATUS "
                   WS-SOURCE-STATUS " - NO INCLUIDO"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       TALLY-EVENT.
           IF WS-EV-OPERATOR NOT = SPACES
               AND WS-EV-DATE IS NUMERIC
               AND WS-EV-DATE >= WS-FROM-DATE
               AND WS-EV-DATE <= WS-RUN-DATE
               PERFORM FIND-OPERATOR
               IF WS-OP-HIT > ZERO
                   ADD 1 TO WS-OP-KIND-COUNT(WS-OP-HIT, WS-EV-KIND)
                   IF WS-EV-KIND > 1
                       ADD 1 TO WS-OP-VOLUME(WS-OP-HIT)
                   END-IF
                   IF WS-EV-TAT-KIND > ZERO
                       AND WS-EV-QUEUE-DATE IS NUMERIC
                       AND WS-EV-QUEUE-DATE > ZERO
                       AND WS-EV-QUEUE-DATE <= WS-EV-DATE
                       COMPUTE WS-TAT-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-EV-DATE)
                           - FUNCTION INTEGER-OF-DATE(WS-EV-QUEUE-DATE)
                       ADD WS-TAT-DAYS TO
                           WS-OP-TAT-SUM(WS-OP-HIT, WS-EV-TAT-KIND)
                       ADD 1 TO
                           WS-OP-TAT-ITEMS(WS-OP-HIT, WS-EV-TAT-KIND)
                   END-IF
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE ZERO TO WS-OP-HIT.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT OR WS-OP-HIT > ZERO
               IF WS-OP-ID(WS-OP-SUB) = WS-EV-OPERATOR
                   MOVE WS-OP-SUB TO WS-OP-HIT
               END-IF
           END-PERFORM.
           IF WS-OP-HIT = ZERO
               IF WS-OP-COUNT >= 200
                   IF NOT WS-OP-FULL
                       DISPLAY "MORE THAN 200 OPERATORS - EXTRA "
                           "IGNORED"
                       SET WS-OP-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-HIT
                   MOVE WS-EV-OPERATOR TO WS-OP-ID(WS-OP-HIT)
                   MOVE "(NO EN OPERMAST)" TO WS-OP-NAME(WS-OP-HIT)
                   MOVE 'Y' TO WS-OP-ACTIVE(WS-OP-HIT)
                   MOVE ZERO TO WS-OP-VOLUME(WS-OP-HIT)
                   PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                           UNTIL WS-KIND-SUB > WS-KIND-COUNT
                       MOVE ZERO TO
                           WS-OP-KIND-COUNT(WS-OP-HIT, WS-KIND-SUB)
                   END-PERFORM
                   PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                           UNTIL WS-KIND-SUB > 3
                       MOVE ZERO TO
                           WS-OP-TAT-SUM(WS-OP-HIT, WS-KIND-SUB)
                       MOVE ZERO TO
                           WS-OP-TAT-ITEMS(WS-OP-HIT, WS-KIND-SUB)
                   END-PERFORM
               END-IF
           END-IF.

       WRITE-WORKLOAD-REPORT.
           MOVE ZERO TO WS-GR-VOLUME.
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > WS-KIND-COUNT
               MOVE ZERO TO WS-GR-KIND-COUNT(WS-KIND-SUB)
           END-PERFORM.
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > 3
               MOVE ZERO TO WS-GR-TAT-SUM(WS-KIND-SUB)
               MOVE ZERO TO WS-GR-TAT-ITEMS(WS-KIND-SUB)
           END-PERFORM.
           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               PERFORM ADD-TO-GRAND-TOTALS
           END-PERFORM.

           OPEN OUTPUT WORKLOAD-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE WORKLOAD-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-FROM-DATE TO WH-FROM.
           MOVE WS-RUN-DATE TO WH-TO.
           WRITE WORKLOAD-REPORT-LINE FROM WS-HDR-LINE.
           WRITE WORKLOAD-REPORT-LINE FROM WS-COLUMN-LINE.

           PERFORM VARYING WS-OP-SUB FROM 1 BY 1
                   UNTIL WS-OP-SUB > WS-OP-COUNT
               IF WS-OP-ACTIVE(WS-OP-SUB) = 'Y'
                   OR WS-OP-VOLUME(WS-OP-SUB) > ZERO
                   OR WS-OP-KIND-COUNT(WS-OP-SUB, 1) > ZERO
                   PERFORM WRITE-OPERATOR-LINES
               END-IF
           END-PERFORM.

           PERFORM WRITE-GRAND-TOTAL-LINES.
           CLOSE WORKLOAD-REPORT-FILE.

       ADD-TO-GRAND-TOTALS.
           ADD WS-OP-VOLUME(WS-OP-SUB) TO WS-GR-VOLUME.
           IF WS-OP-VOLUME(WS-OP-SUB) > ZERO
               ADD 1 TO WS-BUSY-OPERATORS
           END-IF.
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > WS-KIND-COUNT
               ADD WS-OP-KIND-COUNT(WS-OP-SUB, WS-KIND-SUB)
                   TO WS-GR-KIND-COUNT(WS-KIND-SUB)
           END-PERFORM.
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > 3
               ADD WS-OP-TAT-SUM(WS-OP-SUB, WS-KIND-SUB)
                   TO WS-GR-TAT-SUM(WS-KIND-SUB)
               ADD WS-OP-TAT-ITEMS(WS-OP-SUB, WS-KIND-SUB)
                   TO WS-GR-TAT-ITEMS(WS-KIND-SUB)
           END-PERFORM.

      *    Flagged when the operator's volume is above the overload
      *    percentage of the average across operators with any work.
       WRITE-OPERATOR-LINES.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-OP-ID(WS-OP-SUB) TO DL-OPERATOR.
           MOVE WS-OP-NAME(WS-OP-SUB) TO DL-NAME.
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > WS-KIND-COUNT
               MOVE WS-OP-KIND-COUNT(WS-OP-SUB, WS-KIND-SUB)
                   TO DL-COUNT(WS-KIND-SUB)
           END-PERFORM.
           MOVE WS-OP-VOLUME(WS-OP-SUB) TO DL-VOLUME.
           MOVE ZERO TO WS-SHARE.
           IF WS-GR-VOLUME > ZERO
               COMPUTE WS-SHARE ROUNDED =
                   WS-OP-VOLUME(WS-OP-SUB) * 100 / WS-GR-VOLUME
           END-IF.
           MOVE WS-SHARE TO DL-SHARE.
           IF WS-GR-VOLUME > ZERO
               AND WS-OP-VOLUME(WS-OP-SUB) * 100 * WS-BUSY-OPERATORS
                   > WS-GR-VOLUME * WS-OVERLOAD-PCT
               MOVE "SOBRECARGA" TO DL-FLAG
               ADD 1 TO WS-OVERLOAD-COUNT
           END-IF.
           WRITE WORKLOAD-REPORT-LINE FROM WS-DETAIL-LINE.

           IF WS-OP-TAT-ITEMS(WS-OP-SUB, 1) > ZERO
               OR WS-OP-TAT-ITEMS(WS-OP-SUB, 2) > ZERO
               OR WS-OP-TAT-ITEMS(WS-OP-SUB, 3) > ZERO
               PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                       UNTIL WS-KIND-SUB > 3
                   PERFORM EDIT-OPERATOR-TAT
               END-PERFORM
               WRITE WORKLOAD-REPORT-LINE FROM WS-TAT-LINE
           END-IF.

       EDIT-OPERATOR-TAT.
           IF WS-OP-TAT-ITEMS(WS-OP-SUB, WS-KIND-SUB) = ZERO
               MOVE "  -  " TO WS-TAT-TEXT
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-OP-TAT-SUM(WS-OP-SUB, WS-KIND-SUB)
                   / WS-OP-TAT-ITEMS(WS-OP-SUB, WS-KIND-SUB)
               MOVE WS-AVERAGE TO WS-TAT-EDIT
               MOVE WS-TAT-EDIT TO WS-TAT-TEXT
           END-IF.
           PERFORM STORE-TAT-TEXT.

       STORE-TAT-TEXT.
           EVALUATE WS-KIND-SUB
               WHEN 1
                   MOVE WS-TAT-TEXT TO TL-TAT-1
               WHEN 2
                   MOVE WS-TAT-TEXT TO TL-TAT-2
               WHEN 3
                   MOVE WS-TAT-TEXT TO TL-TAT-3
           END-EVALUATE.

       WRITE-GRAND-TOTAL-LINES.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL" TO DL-OPERATOR.
           MOVE "TODOS LOS OPERADORES" TO DL-NAME.
           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > WS-KIND-COUNT
               MOVE WS-GR-KIND-COUNT(WS-KIND-SUB)
                   TO DL-COUNT(WS-KIND-SUB)
           END-PERFORM.
           MOVE WS-GR-VOLUME TO DL-VOLUME.
           IF WS-GR-VOLUME > ZERO
               MOVE 100 TO DL-SHARE
           ELSE
               MOVE ZERO TO DL-SHARE
           END-IF.
           WRITE WORKLOAD-REPORT-LINE FROM WS-DETAIL-LINE.

           PERFORM VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > 3
               IF WS-GR-TAT-ITEMS(WS-KIND-SUB) = ZERO
                   MOVE "  -  " TO WS-TAT-TEXT
               ELSE
                   COMPUTE WS-AVERAGE ROUNDED =
                       WS-GR-TAT-SUM(WS-KIND-SUB)
                       / WS-GR-TAT-ITEMS(WS-KIND-SUB)
                   MOVE WS-AVERAGE TO WS-TAT-EDIT
                   MOVE WS-TAT-EDIT TO WS-TAT-TEXT
               END-IF
               PERFORM STORE-TAT-TEXT
           END-PERFORM.
           WRITE WORKLOAD-REPORT-LINE FROM WS-TAT-LINE.

           MOVE SPACES TO WS-NOTE-LINE.
           MOVE "MENU = LANZAMIENTOS DESDE EL MENU, NO SUMAN AL TOTAL"
               TO NL-TEXT.
           WRITE WORKLOAD-REPORT-LINE FROM WS-NOTE-LINE.
           MOVE SPACES TO WS-NOTE-LINE.
           STRING "SOBRECARGA = VOLUMEN MAYOR AL " WS-OVERLOAD-PCT
               "% DEL PROMEDIO DE LOS OPERADORES CON ACTIVIDAD"
               DELIMITED BY SIZE INTO NL-TEXT.
           WRITE WORKLOAD-REPORT-LINE FROM WS-NOTE-LINE.

       END PROGRAM OPER-WORKLOAD.
