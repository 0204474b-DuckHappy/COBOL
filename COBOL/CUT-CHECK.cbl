      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUT-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTOFF-FILE ASSIGN TO "CUTOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One row per posting program: the HHMM from which work is
      *    dated on the next business day.
       FD  CUTOFF-FILE.
       01  CUTOFF-RECORD.
           02 CTF-PROGRAM PIC X(20).
           02 CTF-TIME PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-CTF-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-LOADED VALUE 'Y'.

       01  WS-SUB PIC 9(3).
       01  WS-CUTOFF-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CUTOFF-TABLE.
           02 WS-CUTOFF-ENTRY OCCURS 50 TIMES.
               03 WS-CTF-PROGRAM PIC X(20).
               03 WS-CTF-TIME PIC 9(4).
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-KEYED-HHMM PIC 9(4).

       COPY CALRQ.

       LINKAGE SECTION.
       COPY CUTRQ.

       PROCEDURE DIVISION USING CUTOFF-REQUEST.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-CUTOFF-TIMES
               SET WS-LOADED TO TRUE
           END-IF.

           MOVE 2400 TO CUT-CUTOFF-TIME.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUTOFF-COUNT OR WS-FOUND
               IF WS-CTF-PROGRAM(WS-SUB) = CUT-PROGRAM
                   SET WS-FOUND TO TRUE
                   MOVE WS-CTF-TIME(WS-SUB) TO CUT-CUTOFF-TIME
               END-IF
           END-PERFORM.

           MOVE CUT-KEYED-DATE TO CUT-BUSINESS-DATE.
           SET CUT-NOT-ROLLED TO TRUE.
           MOVE CUT-KEYED-TIME(1:4) TO WS-KEYED-HHMM.
           MOVE CUT-KEYED-DATE TO CAL-DATE-IN.
           IF WS-KEYED-HHMM NOT < CUT-CUTOFF-TIME
               SET CUT-ROLLED-LATE TO TRUE
           ELSE
               SET CAL-FUNC-IS-BUSINESS TO TRUE
               CALL "CAL-ROUTINE" USING CALENDAR-REQUEST
               IF NOT CAL-IS-BUSINESS
                   SET CUT-ROLLED-NON-BUSINESS TO TRUE
               END-IF
           END-IF.
           IF NOT CUT-NOT-ROLLED
               SET CAL-FUNC-NEXT-BUSINESS TO TRUE
               CALL "CAL-ROUTINE" USING CALENDAR-REQUEST
               MOVE CAL-DATE-OUT TO CUT-BUSINESS-DATE
           END-IF.
           GOBACK.

       LOAD-CUTOFF-TIMES.
           OPEN INPUT CUTOFF-FILE.
           IF WS-CTF-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CUTOFF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-CUTOFF-TIME
                   END-READ
               END-PERFORM
               CLOSE CUTOFF-FILE
           END-IF.

      *    A time that is not a valid HHMM is ignored, leaving the
      *    program without a time cut-off.
       STORE-CUTOFF-TIME.
           IF CTF-TIME IS NOT NUMERIC OR CTF-TIME > 2359
               OR CTF-TIME(3:2) > "59"
               DISPLAY "CUTOFF.DAT HORA INVALIDA PARA " CTF-PROGRAM
                   " - SIN CORTE HORARIO"
           ELSE
               IF WS-CUTOFF-COUNT >= 50
                   DISPLAY "CUTOFF.DAT HAS MORE THAN 50 PROGRAMS - "
                       "EXTRA IGNORED"
               ELSE
                   ADD 1 TO WS-CUTOFF-COUNT
                   MOVE CTF-PROGRAM TO
                       WS-CTF-PROGRAM(WS-CUTOFF-COUNT)
                   MOVE CTF-TIME TO WS-CTF-TIME(WS-CUTOFF-COUNT)
               END-IF
           END-IF.

       END PROGRAM CUT-CHECK.
