           SELECT MEASURE-FILE ASSIGN TO "CONDMEAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEA-STATUS.
           SELECT SOURCE-FILE ASSIGN TO "CONDSRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CONDAUD.

       FD  MEASURE-FILE.
       COPY CONDMEAS.

       FD  SOURCE-FILE.
       COPY CONDSRC.

       WORKING-STORAGE SECTION.
       01  A PIC 9(2).
               03 WS-BAND-CNT PIC 9(5).
               03 WS-BAND-TOT PIC 9(8).

       01  WS-SOURCE-ID PIC X(8).
       01  WS-SRC-STATUS PIC XX.
       01  WS-SRC-EOF-FLAG PIC X VALUE 'N'.
           88 WS-SRC-EOF VALUE 'Y'.
       01  WS-SRC-FOUND-FLAG PIC X.
           88 WS-SRC-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-SRC-SUB PIC 9(3).
       01  WS-UNREG-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SRC-TABLE.
           02 WS-SRC-COUNT PIC 9(3) VALUE ZERO.
           02 WS-SRC-ID-TBL PIC X(8) OCCURS 100 TIMES.

       COPY MSGFMT.
       COPY RUNSTAMP.
       COPY SIGNONRQ.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-THRESHOLD.
           PERFORM LOAD-SOURCES.
           DISPLAY "CONDITIONAL RUN - DATE: " WS-RUN-DATE
               " TIME: " WS-RUN-TIME.

           END-IF.
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

           PERFORM ACCEPT-SOURCE.

           DISPLAY "INGRESE A: ".
           ACCEPT A.

                   NOT AT END
                       MOVE MEA-A TO A
                       MOVE MEA-B TO B
                       MOVE MEA-SOURCE TO WS-SOURCE-ID
                       ADD 1 TO WS-PAIR-COUNT
                       PERFORM CHECK-FILE-SOURCE
                       PERFORM BAND-ONE-PAIR
               END-READ
           END-PERFORM.
               " TOTAL " WS-BAND-TOT(3).
           DISPLAY "CRITICAL : " WS-BAND-CNT(4)
               " TOTAL " WS-BAND-TOT(4).
           IF WS-UNREG-COUNT > ZERO
               DISPLAY "DE FUENTE NO REGISTRADA : " WS-UNREG-COUNT
           END-IF.

       BAND-ONE-PAIR.
           ADD A TO B GIVING R.
           MOVE SPACES TO EXC-REVIEWER.
           MOVE ZERO TO EXC-DISP-DATE.
           MOVE SPACES TO EXC-COMMENT.
           MOVE WS-SOURCE-ID TO EXC-SOURCE.
           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE WS-LAST-SEQ TO AUD-SEQ-NUM.
           MOVE WS-AUD-COUNT TO AUD-RUNNING-COUNT.
           MOVE WS-SOURCE-ID TO AUD-SOURCE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
           END-IF.

       LOAD-SOURCES.
           OPEN INPUT SOURCE-FILE.
           IF WS-SRC-STATUS = "00"
               PERFORM UNTIL WS-SRC-EOF
                   READ SOURCE-FILE
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           IF WS-SRC-COUNT >= 100
                               DISPLAY "CONDSRC.DAT HAS MORE THAN "
                                   "100 SOURCES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-SRC-COUNT
                               MOVE SRC-ID TO
                                   WS-SRC-ID-TBL(WS-SRC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF.

       FIND-SOURCE.
           SET WS-SRC-FOUND TO FALSE.
           PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > WS-SRC-COUNT OR WS-SRC-FOUND
               IF WS-SRC-ID-TBL(WS-SRC-SUB) = WS-SOURCE-ID
                   SET WS-SRC-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    A reading from an unregistered source is still banded, so
      *    no measurement is lost, but it is counted and warned so
      *    the source can be registered or the feed corrected.
       CHECK-FILE-SOURCE.
           IF WS-SOURCE-ID NOT = SPACES
               PERFORM FIND-SOURCE
               IF NOT WS-SRC-FOUND
                   ADD 1 TO WS-UNREG-COUNT
                   DISPLAY "FUENTE " WS-SOURCE-ID
                       " NO REGISTRADA EN CONDSRC.DAT"
                   IF WS-MAX-RC < 4
                       MOVE 4 TO WS-MAX-RC
                   END-IF
               END-IF
           END-IF.

      *    A keyed reading must name a registered source; without a
      *    CONDSRC.DAT there is nothing to check it against.
       ACCEPT-SOURCE.
           SET WS-SRC-FOUND TO FALSE.
           PERFORM UNTIL WS-SRC-FOUND
               DISPLAY "FUENTE DE LA MEDICION (CONDSRC.DAT): "
               ACCEPT WS-SOURCE-ID
               IF WS-SRC-COUNT = ZERO
                   SET WS-SRC-FOUND TO TRUE
               ELSE
                   PERFORM FIND-SOURCE
                   IF NOT WS-SRC-FOUND
                       DISPLAY "FUENTE NO REGISTRADA - REINTENTE"
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM CONDITIONAL.
