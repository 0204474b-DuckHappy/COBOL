       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY WINRQ.
       COPY ACCLOGRQ.

       01  WS-DETAIL-LINE.
           02 FILLER PIC X(4) VALUE "REF ".
           02 DL-AMOUNT PIC -9(7).999.
           02 FILLER PIC X(10) VALUE " ASENTADA ".
           02 DL-POST-DATE PIC 9(8).
           02 FILLER PIC X(9) VALUE " CLIENTE ".
           02 DL-CUSTOMER PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REFERENCIA (EJ ADJ0000009) : ".
           ACCEPT WS-ASK-REFERENCE.
           MOVE WS-ASK-REFERENCE TO ORG-REFERENCE.
           MOVE ZERO TO WS-SHOWN-COUNT.
           READ ORIGINALS-LEDGER
               INVALID KEY
                   DISPLAY "REFERENCIA " WS-ASK-REFERENCE
                       " NO EXISTE EN EL LIBRO"
               NOT INVALID KEY
                   MOVE 1 TO WS-SHOWN-COUNT
                   PERFORM SHOW-ONE-ORIGINAL
           END-READ.
           MOVE SPACES TO ACQ-CRITERIA.
           STRING "REFERENCIA " WS-ASK-REFERENCE
               DELIMITED BY SIZE INTO ACQ-CRITERIA.
           PERFORM LOG-INQUIRY.

       INQUIRE-BY-DATE-RANGE.
           DISPLAY "DESDE AAAAMMDD (00000000 = SIN LIMITE) : ".
               END-READ
           END-PERFORM.
           DISPLAY "REGISTROS MOSTRADOS: " WS-SHOWN-COUNT.
           MOVE SPACES TO ACQ-CRITERIA.
           STRING "ASIENTO DESDE " WS-FROM-DATE " HASTA " WS-TO-DATE
               DELIMITED BY SIZE INTO ACQ-CRITERIA.
           PERFORM LOG-INQUIRY.

       SHOW-ONE-ORIGINAL.
           MOVE ORG-REFERENCE TO DL-REFERENCE.
           MOVE ORG-AMOUNT TO DL-AMOUNT.
           MOVE ORG-POST-DATE TO DL-POST-DATE.
           MOVE ORG-CUSTOMER TO DL-CUSTOMER.
           DISPLAY WS-DETAIL-LINE.

      *    Every inquiry is logged with what it showed, a miss too.
       LOG-INQUIRY.
           MOVE SGN-OPERATOR-ID TO ACQ-OPERATOR.
           MOVE "ORIG-INQUIRY" TO ACQ-PROGRAM.
           MOVE WS-SHOWN-COUNT TO ACQ-RETURNED.
           CALL "ACC-LOG" USING ACCESS-LOG-REQUEST.

       END PROGRAM ORIG-INQUIRY.
