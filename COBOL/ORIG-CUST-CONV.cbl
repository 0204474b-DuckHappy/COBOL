      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORIG-CUST-CONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ORIGINALS-LEDGER ASSIGN TO "ORIGTRAN.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-REFERENCE
               FILE STATUS IS WS-OLD-STATUS.
           SELECT ORIGINALS-LEDGER ASSIGN TO "ORIGTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORG-REFERENCE
               FILE STATUS IS WS-LED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ORIGINALS-LEDGER.
      *    The 28-byte ledger layout without the customer code. The
      *    live ledger cannot be widened in place, so the old file is
      *    read under its own layout and a fresh ledger is loaded
      *    under the current ORIGREC with no customer; those
      *    originals stay off the customer activity statements.
       01  OLD-ORIGINAL-RECORD.
           02 OLD-REFERENCE PIC X(10).
           02 OLD-AMOUNT    PIC S9(7)V999.
           02 OLD-POST-DATE PIC 9(8).

       FD  ORIGINALS-LEDGER.
       COPY ORIGREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS PIC XX.
       01  WS-LED-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01  WS-CONVERTED-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-ORIGINALS-LEDGER.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "ORIG-CUST-CONV - ORIGTRAN.OLD NO DISPONIBLE "
                   "- STATUS " WS-OLD-STATUS
               DISPLAY "RENOMBRAR EL VIEJO ORIGTRAN.DAT A "
                   "ORIGTRAN.OLD ANTES DE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ORIGINALS-LEDGER.
           IF WS-LED-STATUS NOT = "00"
               DISPLAY "ORIGTRAN.DAT NO SE PUDO CREAR - STATUS "
                   WS-LED-STATUS
               CLOSE OLD-ORIGINALS-LEDGER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF
               READ OLD-ORIGINALS-LEDGER
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-ORIGINAL
               END-READ
           END-PERFORM.

           CLOSE OLD-ORIGINALS-LEDGER.
           CLOSE ORIGINALS-LEDGER.

           DISPLAY "ORIG-CUST-CONV - " WS-READ-COUNT " LEIDOS, "
               WS-CONVERTED-COUNT " CARGADOS SIN CLIENTE".
           GOBACK.

       CONVERT-ONE-ORIGINAL.
           MOVE OLD-REFERENCE TO ORG-REFERENCE.
           MOVE OLD-AMOUNT TO ORG-AMOUNT.
           MOVE OLD-POST-DATE TO ORG-POST-DATE.
           MOVE SPACES TO ORG-CUSTOMER.
           MOVE ZERO TO ORG-KEYED-DATE.
           MOVE ZERO TO ORG-KEYED-TIME.
           WRITE ORIGINAL-RECORD
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN EL VIEJO LIBRO: "
                       OLD-REFERENCE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

       END PROGRAM ORIG-CUST-CONV.
