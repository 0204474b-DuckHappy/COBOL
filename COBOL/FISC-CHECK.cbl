      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISC-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE.
       COPY FISCPER.

       WORKING-STORAGE SECTION.
       01  WS-FSP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01  WS-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-LOADED VALUE 'Y'.

       01  WS-SUB PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-FSP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FSP-TABLE.
           02 WS-FSP-ENTRY OCCURS 600 TIMES.
               03 WS-TBL-KEY     PIC 9(6).
               03 WS-TBL-QUARTER PIC 9(1).
               03 WS-TBL-START   PIC 9(8).
               03 WS-TBL-END     PIC 9(8).

      *    Calendar months stand in for periods before the first
      *    fiscal year; the month the fiscal calendar starts in ends
      *    the day before it (WS-LAST-PRE). Should that month's key
      *    be taken by the first fiscal year (a January start a few
      *    days into the month), those days join the month before.
       01  WS-FIRST-START PIC 9(8) VALUE 99999999.
       01  WS-FIRST-KEY PIC 9(6) VALUE 999999.
       01  WS-LAST-PRE PIC 9(8).
       01  WS-BOUND-KEY PIC 9(6).
       01  WS-WORK-INT PIC 9(8).

       01  WS-MONTH-KEY PIC 9(6).
       01  WS-MONTH-KEY-R REDEFINES WS-MONTH-KEY.
           02 WS-MONTH-YYYY PIC 9(4).
           02 WS-MONTH-MM PIC 9(2).
       01  WS-NEXT-FIRST PIC 9(8).
       01  WS-NEXT-FIRST-R REDEFINES WS-NEXT-FIRST.
           02 WS-NEXT-YYYY PIC 9(4).
           02 WS-NEXT-MM PIC 9(2).
           02 WS-NEXT-DD PIC 9(2).

       LINKAGE SECTION.
       COPY FISCRQ.

       PROCEDURE DIVISION USING FISCAL-REQUEST.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-FISCAL-CALENDAR
               SET WS-LOADED TO TRUE
           END-IF.

           SET FSQ-VALID TO FALSE.
           SET FSQ-FROM-FISCAL TO TRUE.
           MOVE ZERO TO FSQ-QUARTER FSQ-START FSQ-END.
           EVALUATE TRUE
               WHEN FSQ-FUNC-DATE
                   PERFORM FIND-DATE-PERIOD
               WHEN FSQ-FUNC-PERIOD
                   PERFORM FIND-KEY-PERIOD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       FIND-DATE-PERIOD.
           MOVE ZERO TO FSQ-PERIOD-KEY.
           IF WS-FSP-COUNT = ZERO OR FSQ-DATE-IN < WS-FIRST-START
               MOVE FSQ-DATE-IN(1:6) TO WS-MONTH-KEY
               IF WS-FSP-COUNT > ZERO AND WS-MONTH-KEY > WS-BOUND-KEY
                   MOVE WS-BOUND-KEY TO WS-MONTH-KEY
               END-IF
               PERFORM FILL-CALENDAR-MONTH
           ELSE
               MOVE ZERO TO WS-HIT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FSP-COUNT OR WS-HIT > ZERO
                   IF FSQ-DATE-IN >= WS-TBL-START(WS-SUB)
                       AND FSQ-DATE-IN <= WS-TBL-END(WS-SUB)
                       MOVE WS-SUB TO WS-HIT
                   END-IF
               END-PERFORM
               IF WS-HIT > ZERO
                   PERFORM FILL-FISCAL-PERIOD
               END-IF
           END-IF.

       FIND-KEY-PERIOD.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FSP-COUNT OR WS-HIT > ZERO
               IF WS-TBL-KEY(WS-SUB) = FSQ-PERIOD-KEY
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT > ZERO
               PERFORM FILL-FISCAL-PERIOD
           ELSE
               IF WS-FSP-COUNT = ZERO
                   OR FSQ-PERIOD-KEY <= WS-BOUND-KEY
                   MOVE FSQ-PERIOD-KEY TO WS-MONTH-KEY
                   PERFORM FILL-CALENDAR-MONTH
               END-IF
           END-IF.

       FILL-FISCAL-PERIOD.
           MOVE WS-TBL-KEY(WS-HIT) TO FSQ-PERIOD-KEY.
           MOVE WS-TBL-QUARTER(WS-HIT) TO FSQ-QUARTER.
           MOVE WS-TBL-START(WS-HIT) TO FSQ-START.
           MOVE WS-TBL-END(WS-HIT) TO FSQ-END.
           SET FSQ-FROM-FISCAL TO TRUE.
           SET FSQ-VALID TO TRUE.

       FILL-CALENDAR-MONTH.
           IF WS-MONTH-KEY IS NUMERIC
               AND WS-MONTH-MM >= 1 AND WS-MONTH-MM <= 12
               MOVE WS-MONTH-KEY TO FSQ-PERIOD-KEY
               COMPUTE FSQ-QUARTER = (WS-MONTH-MM - 1) / 3 + 1
               COMPUTE FSQ-START = WS-MONTH-KEY * 100 + 1
               MOVE FSQ-START TO WS-NEXT-FIRST
               IF WS-NEXT-MM = 12
                   ADD 1 TO WS-NEXT-YYYY
                   MOVE 1 TO WS-NEXT-MM
               ELSE
                   ADD 1 TO WS-NEXT-MM
               END-IF
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
               COMPUTE FSQ-END = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               IF WS-FSP-COUNT > ZERO AND WS-MONTH-KEY = WS-BOUND-KEY
                   MOVE WS-LAST-PRE TO FSQ-END
               END-IF
               SET FSQ-FROM-MONTH TO TRUE
               SET FSQ-VALID TO TRUE
           END-IF.

       LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-FILE.
           IF WS-FSP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ FISCAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-FISCAL-PERIOD
                   END-READ
               END-PERFORM
               CLOSE FISCAL-FILE
           END-IF.
           IF WS-FSP-COUNT > ZERO
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-START) - 1
               COMPUTE WS-LAST-PRE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               MOVE WS-LAST-PRE(1:6) TO WS-BOUND-KEY
               IF WS-BOUND-KEY >= WS-FIRST-KEY
                   MOVE WS-BOUND-KEY TO WS-MONTH-KEY
                   IF WS-MONTH-MM = 1
                       SUBTRACT 1 FROM WS-MONTH-YYYY
                       MOVE 12 TO WS-MONTH-MM
                   ELSE
                       SUBTRACT 1 FROM WS-MONTH-MM
                   END-IF
                   MOVE WS-MONTH-KEY TO WS-BOUND-KEY
               END-IF
           END-IF.

       STORE-FISCAL-PERIOD.
           IF WS-FSP-COUNT >= 600
               DISPLAY "FISCAL.DAT HAS MORE THAN 600 PERIODS - "
                   "EXTRA LINES IGNORED"
           ELSE
               ADD 1 TO WS-FSP-COUNT
               MOVE FSP-KEY TO WS-TBL-KEY(WS-FSP-COUNT)
               MOVE FSP-QUARTER TO WS-TBL-QUARTER(WS-FSP-COUNT)
               MOVE FSP-START TO WS-TBL-START(WS-FSP-COUNT)
               MOVE FSP-END TO WS-TBL-END(WS-FSP-COUNT)
               IF FSP-START < WS-FIRST-START
                   MOVE FSP-START TO WS-FIRST-START
               END-IF
               IF FSP-KEY < WS-FIRST-KEY
                   MOVE FSP-KEY TO WS-FIRST-KEY
               END-IF
           END-IF.

       END PROGRAM FISC-CHECK.
