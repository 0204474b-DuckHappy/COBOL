           SELECT CLOSED-MONTH-FILE ASSIGN TO "CLOSEDMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLM-STATUS.
           SELECT CLOSED-YEAR-FILE ASSIGN TO "CLOSEDYR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CLOSED-MONTH-RECORD.
           02 CLM-MONTH PIC 9(6).
           02 CLM-CLOSE-DATE PIC 9(8).
           02 CLM-COMPANY PIC X(2).

       FD  CLOSED-YEAR-FILE.
       01  CLOSED-YEAR-RECORD.
           02 CLY-YEAR PIC 9(4).
           02 CLY-CLOSE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-CLM-STATUS PIC XX.
       01  WS-CLY-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-LOADED-FLAG PIC X VALUE 'N'.
       01  WS-SUB PIC 9(3).
       01  WS-MONTH-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MONTH-TABLE.
           02 WS-CLOSED-ENTRY OCCURS 200 TIMES.
               03 WS-CLOSED-MONTH   PIC 9(6).
               03 WS-CLOSED-COMPANY PIC X(2).
       01  WS-ASK-MONTH PIC 9(6).
       01  WS-ASK-YEAR PIC 9(4).
       01  WS-YEAR-COUNT PIC 9(2) VALUE ZERO.
       01  WS-YEAR-TABLE.
           02 WS-LOCKED-YEAR OCCURS 50 TIMES PIC 9(4).

       COPY FISCRQ.

       LINKAGE SECTION.
       COPY CLMRQ.
           END-IF.

           SET CLM-IS-CLOSED TO FALSE.
           SET CLM-YEAR-LOCKED TO FALSE.
      *    Closes and locks are by fiscal period and fiscal year; a
      *    date with no fiscal period cannot have been closed.
           SET FSQ-FUNC-DATE TO TRUE.
           MOVE CLM-DATE-IN TO FSQ-DATE-IN.
           CALL "FISC-CHECK" USING FISCAL-REQUEST.
           IF NOT FSQ-VALID
               GOBACK
           END-IF.
           MOVE FSQ-YEAR TO WS-ASK-YEAR.
           MOVE FSQ-PERIOD-KEY TO WS-ASK-MONTH.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-YEAR-COUNT OR CLM-YEAR-LOCKED
               IF WS-LOCKED-YEAR(WS-SUB) = WS-ASK-YEAR
                   SET CLM-YEAR-LOCKED TO TRUE
                   SET CLM-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MONTH-COUNT OR CLM-IS-CLOSED
               IF WS-CLOSED-MONTH(WS-SUB) = WS-ASK-MONTH
                   AND (CLM-COMPANY-IN = SPACES
                   OR WS-CLOSED-COMPANY(WS-SUB) = SPACES
                   OR WS-CLOSED-COMPANY(WS-SUB) = CLM-COMPANY-IN)
                   SET CLM-IS-CLOSED TO TRUE
               END-IF
           END-PERFORM.
                               ADD 1 TO WS-MONTH-COUNT
                               MOVE CLM-MONTH TO
                                   WS-CLOSED-MONTH(WS-MONTH-COUNT)
                               MOVE CLM-COMPANY TO
                                   WS-CLOSED-COMPANY(WS-MONTH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-MONTH-FILE
           END-IF.
           OPEN INPUT CLOSED-YEAR-FILE.
           IF WS-CLY-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CLOSED-YEAR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-YEAR-COUNT >= 50
                               DISPLAY "CLOSEDYR.DAT HAS MORE THAN "
                                   "50 YEARS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-YEAR-COUNT
                               MOVE CLY-YEAR TO
                                   WS-LOCKED-YEAR(WS-YEAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSED-YEAR-FILE
           END-IF.

       END PROGRAM CLM-CHECK.
