      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REV-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REVERSAL-FILE ASSIGN TO "REVERSAL.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-REV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-REVERSAL-FILE.
       01  OLD-REVERSAL-RECORD.
           02 OLD-REFERENCE PIC X(10).
           02 OLD-ORIGINAL-AMOUNT PIC S9(7)V999.
           02 OLD-AMOUNT PIC S9(7)V999.
           02 OLD-DATE PIC 9(8).
           02 OLD-APPROVER PIC X(8).
           02 OLD-APPROVE-DATE PIC 9(8).
           02 OLD-NUMBER PIC 9(8).
           02 OLD-NUMBER-X REDEFINES OLD-NUMBER PIC X(8).
           02 OLD-EXTRACT-DATE PIC 9(8).
           02 OLD-SETTLE-FLAG PIC X.
           02 OLD-REASON-CODE PIC X(4).

       FD  REVERSAL-FILE.
       COPY REVREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS PIC XX.
       01  WS-REV-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
           88 WS-DONE VALUE 'Y' FALSE 'N'.
       01  WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01  WS-LOADED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-RENUMBER-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SKIP-COUNT PIC 9(5) VALUE ZERO.

       COPY REFNUMRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-REVERSAL-FILE.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "REV-CONVERT - REVERSAL.SEQ NO DISPONIBLE "
                   "- STATUS " WS-OLD-STATUS
               DISPLAY "RENOMBRAR EL VIEJO REVERSAL.DAT A "
                   "REVERSAL.SEQ ANTES DE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REVERSAL-FILE.
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO SE PUDO CREAR - STATUS "
                   WS-REV-STATUS
               CLOSE OLD-REVERSAL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF
               READ OLD-REVERSAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-REVERSAL
               END-READ
           END-PERFORM.

           CLOSE OLD-REVERSAL-FILE.
           CLOSE REVERSAL-FILE.

           DISPLAY "REV-CONVERT - " WS-READ-COUNT " LEIDOS, "
               WS-LOADED-COUNT " CARGADOS, "
               WS-RENUMBER-COUNT " RENUMERADOS, "
               WS-SKIP-COUNT " OMITIDOS".
           IF WS-RENUMBER-COUNT > ZERO OR WS-SKIP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Records written while the number series was exhausted
      *    carry a zero (or, from before numbering, blank) reversal
      *    number, which cannot be a key. They and any repeated
      *    number are given a fresh number from the REVERSAL series.
       LOAD-ONE-REVERSAL.
           MOVE OLD-REVERSAL-RECORD TO REVERSAL-RECORD.
           MOVE ZERO TO REV-KEYED-DATE.
           MOVE ZERO TO REV-KEYED-TIME.
           SET WS-DONE TO FALSE.
           IF OLD-NUMBER-X NOT NUMERIC OR OLD-NUMBER = ZERO
               PERFORM RENUMBER-REVERSAL
           END-IF.
           PERFORM UNTIL WS-DONE
               WRITE REVERSAL-RECORD
                   INVALID KEY
                       PERFORM RENUMBER-REVERSAL
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       SET WS-DONE TO TRUE
               END-WRITE
           END-PERFORM.

       RENUMBER-REVERSAL.
           MOVE "REVERSAL" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           IF RNQ-ISSUED
               DISPLAY "REVERSION SIN NUMERO O DUPLICADA - REF "
                   OLD-REFERENCE " NUEVO NUMERO " RNQ-NUMBER
               MOVE RNQ-NUMBER TO REV-NUMBER
               ADD 1 TO WS-RENUMBER-COUNT
           ELSE
               DISPLAY "SERIE REVERSAL AGOTADA - REVERSION "
                   OLD-REFERENCE " OMITIDA"
               ADD 1 TO WS-SKIP-COUNT
               SET WS-DONE TO TRUE
           END-IF.

       END PROGRAM REV-CONVERT.
