               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-IDX-STATUS.
           SELECT CERT-MASTER ASSIGN TO "CERTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT REVERSAL-FILE ASSIGN TO "REVERSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REV-NUMBER
               ALTERNATE RECORD KEY IS REV-REFERENCE WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-MASTER.
       COPY ITEMREC.

       FD  CERT-MASTER.
       COPY CERTREC.

       FD  REVERSAL-FILE.
       COPY REVREC.

       WORKING-STORAGE SECTION.
       01  WS-MAN-STATUS PIC XX.
       01  WS-CAT-STATUS PIC XX.
                   PERFORM COPY-CUSTMAST
               WHEN "ITEMMAST.DAT"
                   PERFORM COPY-ITEMMAST
               WHEN "CERTMAST.DAT"
                   PERFORM COPY-CERTMAST
               WHEN "REVERSAL.DAT"
                   PERFORM COPY-REVERSAL
               WHEN OTHER
                   DISPLAY "INDEXADO DESCONOCIDO EN MANIFIESTO: "
                       WS-SOURCE-FILENAME " - OMITIDO"
               CLOSE ITEM-MASTER
           END-IF.

       COPY-CERTMAST.
           OPEN INPUT CERT-MASTER.
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "CERTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-IDX-STATUS
           ELSE
               SET WS-COPY-EOF TO FALSE
               PERFORM UNTIL WS-COPY-EOF
                   READ CERT-MASTER
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE CERTIFICATION-RECORD TO SNAPSHOT-RECORD
                           WRITE SNAPSHOT-RECORD
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE CERT-MASTER
           END-IF.

       COPY-REVERSAL.
           OPEN INPUT REVERSAL-FILE.
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "REVERSAL.DAT NO DISPONIBLE - STATUS "
                   WS-IDX-STATUS
           ELSE
               SET WS-COPY-EOF TO FALSE
               PERFORM UNTIL WS-COPY-EOF
                   READ REVERSAL-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE REVERSAL-RECORD TO SNAPSHOT-RECORD
                           WRITE SNAPSHOT-RECORD
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-FILE
           END-IF.

       VERIFY-SNAPSHOT.
           MOVE ZERO TO WS-VERIFY-COUNT.
           OPEN INPUT SNAPSHOT-FILE.
