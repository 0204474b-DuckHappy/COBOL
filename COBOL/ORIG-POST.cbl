               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-REFERENCE
               FILE STATUS IS WS-LED-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT REJECT-FILE ASSIGN TO "ORIGREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT POST-REPORT-FILE ASSIGN TO "ORIGPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  INBOUND-RECORD.
           02 INB-REFERENCE PIC X(10).
           02 INB-AMOUNT    PIC S9(7)V999.
           02 INB-CUSTOMER  PIC X(6).

       FD  ORIGINALS-LEDGER.
       COPY ORIGREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

      *    Originals refused for their customer code, kept with the
      *    inbound image so they can be corrected and fed again.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           02 RJO-REFERENCE PIC X(10).
           02 RJO-AMOUNT    PIC S9(7)V999.
           02 RJO-CUSTOMER  PIC X(6).
           02 RJO-DATE      PIC 9(8).
           02 RJO-REASON    PIC X(12).

       FD  POST-REPORT-FILE.
       01  POST-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INB-STATUS PIC XX.
       01  WS-LED-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-REJ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01  WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01  WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-DUP-COUNT PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-REJECT-REASON PIC X(12).
       01  WS-ROLL-LINE PIC X(80).

       COPY RUNSTAMP.
       COPY CUTRQ.

       01  WS-POST-LINE.
           02 PL-CLASS PIC X(12).
           02 PL-REFERENCE PIC X(10).
           02 FILLER PIC X(5) VALUE " CLI ".
           02 PL-CUSTOMER PIC X(6).
           02 FILLER PIC X(9) VALUE " IMPORTE ".
           02 PL-AMOUNT PIC -9(7).999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 PL-REASON PIC X(12).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM SET-BUSINESS-DATE.

           OPEN INPUT INBOUND-FILE.
           IF WS-INB-STATUS NOT = "00"
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-CUS-STATUS " - SIN VALIDAR CLIENTES NO SE ASIENTA"
               CLOSE INBOUND-FILE
               CLOSE ORIGINALS-LEDGER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT POST-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE POST-REPORT-LINE FROM ENV-BANNER.
           MOVE SPACES TO POST-REPORT-LINE.
           STRING "ASIENTO DE ORIGINALES - " WS-RUN-DATE
               " FECHA DE NEGOCIO " CUT-BUSINESS-DATE
               DELIMITED BY SIZE INTO POST-REPORT-LINE.
           WRITE POST-REPORT-LINE.
           IF NOT CUT-NOT-ROLLED
               WRITE POST-REPORT-LINE FROM WS-ROLL-LINE
           END-IF.

           PERFORM UNTIL WS-EOF
               READ INBOUND-FILE

           CLOSE INBOUND-FILE.
           CLOSE ORIGINALS-LEDGER.
           CLOSE CUSTOMER-MASTER.
           IF WS-REJECT-COUNT > ZERO
               CLOSE REJECT-FILE
           END-IF.

           MOVE SPACES TO POST-REPORT-LINE.
           STRING "LEIDOS " WS-READ-COUNT
               " ASENTADOS " WS-POSTED-COUNT
               " DUPLICADOS " WS-DUP-COUNT
               " RECHAZADOS " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO POST-REPORT-LINE.
           WRITE POST-REPORT-LINE.
           CLOSE POST-REPORT-FILE.

           DISPLAY "ORIG-POST - " WS-POSTED-COUNT " ASENTADOS, "
               WS-DUP-COUNT " DUPLICADOS, " WS-REJECT-COUNT
               " RECHAZADOS - VER ORIGPOST.RPT".
           IF WS-DUP-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Originals taken at or after the cut-off in CUTOFF.DAT, or
      *    on a non-business day, are dated on the next business day;
      *    the run's own date and time are kept as the keyed stamp.
       SET-BUSINESS-DATE.
           MOVE "ORIG-POST" TO CUT-PROGRAM.
           MOVE WS-RUN-DATE TO CUT-KEYED-DATE.
           MOVE WS-RUN-TIME TO CUT-KEYED-TIME.
           CALL "CUT-CHECK" USING CUTOFF-REQUEST.
           IF NOT CUT-NOT-ROLLED
               PERFORM DESCRIBE-ROLL-FORWARD
               DISPLAY "ORIG-POST - " WS-ROLL-LINE
           END-IF.

       DESCRIBE-ROLL-FORWARD.
           MOVE SPACES TO WS-ROLL-LINE.
           IF CUT-ROLLED-LATE
               STRING "DESPUES DEL CORTE DE LAS " CUT-CUTOFF-TIME
                   " - ORIGINALES CON FECHA " CUT-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-ROLL-LINE
           ELSE
               STRING "DIA NO HABIL - ORIGINALES CON FECHA "
                   CUT-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-ROLL-LINE
           END-IF.

       POST-ONE-ORIGINAL.
           PERFORM VALIDATE-CUSTOMER.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-ONE-ORIGINAL
           ELSE
               PERFORM WRITE-ONE-ORIGINAL
           END-IF.

      *    The customer must be on the master and not deactivated;
      *    WS-REJECT-REASON is left blank when the code is good.
       VALIDATE-CUSTOMER.
           MOVE SPACES TO WS-REJECT-REASON.
           IF INB-CUSTOMER = SPACES
               MOVE "SIN CLIENTE" TO WS-REJECT-REASON
           ELSE
               MOVE INB-CUSTOMER TO CUS-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "CLI NO EXISTE" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF CUS-ACTIVE-FLAG = 'N'
                           MOVE "CLI INACTIVO" TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       REJECT-ONE-ORIGINAL.
           IF WS-REJECT-COUNT = ZERO
               OPEN EXTEND REJECT-FILE
               IF WS-REJ-STATUS = "35"
                   OPEN OUTPUT REJECT-FILE
               END-IF
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE INB-REFERENCE TO RJO-REFERENCE.
           MOVE INB-AMOUNT TO RJO-AMOUNT.
           MOVE INB-CUSTOMER TO RJO-CUSTOMER.
           MOVE WS-RUN-DATE TO RJO-DATE.
           MOVE WS-REJECT-REASON TO RJO-REASON.
           WRITE REJECT-RECORD.
           MOVE "RECHAZADA : " TO PL-CLASS.
           PERFORM WRITE-POST-LINE.

       WRITE-ONE-ORIGINAL.
           MOVE INB-REFERENCE TO ORG-REFERENCE.
           MOVE INB-AMOUNT TO ORG-AMOUNT.
           MOVE CUT-BUSINESS-DATE TO ORG-POST-DATE.
           MOVE INB-CUSTOMER TO ORG-CUSTOMER.
           MOVE WS-RUN-DATE TO ORG-KEYED-DATE.
           MOVE WS-RUN-TIME TO ORG-KEYED-TIME.
           WRITE ORIGINAL-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT

       WRITE-POST-LINE.
           MOVE INB-REFERENCE TO PL-REFERENCE.
           MOVE INB-CUSTOMER TO PL-CUSTOMER.
           MOVE INB-AMOUNT TO PL-AMOUNT.
           MOVE WS-REJECT-REASON TO PL-REASON.
           WRITE POST-REPORT-LINE FROM WS-POST-LINE.

       END PROGRAM ORIG-POST.
