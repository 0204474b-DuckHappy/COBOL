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
       01  WS-CAT-STATUS PIC XX.
       01  WS-SNP-STATUS PIC XX.
                   PERFORM RESTORE-CUSTMAST
               WHEN "ITEMMAST.DAT"
                   PERFORM RESTORE-ITEMMAST
               WHEN "CERTMAST.DAT"
                   PERFORM RESTORE-CERTMAST
               WHEN "REVERSAL.DAT"
                   PERFORM RESTORE-REVERSAL
               WHEN OTHER
                   PERFORM RESTORE-SEQ-FILE
           END-EVALUATE.
           END-PERFORM.
           CLOSE ITEM-MASTER.

       RESTORE-CERTMAST.
           OPEN OUTPUT CERT-MASTER.
           SET WS-COPY-EOF TO FALSE.
           PERFORM UNTIL WS-COPY-EOF
               READ SNAPSHOT-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       MOVE SNAPSHOT-RECORD TO CERTIFICATION-RECORD
                       WRITE CERTIFICATION-RECORD
                           INVALID KEY
                               DISPLAY "CLAVE DUPLICADA EN "
                                   "RESPALDO - " CRT-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CERT-MASTER.

       RESTORE-REVERSAL.
           OPEN OUTPUT REVERSAL-FILE.
           SET WS-COPY-EOF TO FALSE.
           PERFORM UNTIL WS-COPY-EOF
               READ SNAPSHOT-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       MOVE SNAPSHOT-RECORD TO REVERSAL-RECORD
                       WRITE REVERSAL-RECORD
                           INVALID KEY
                               DISPLAY "CLAVE DUPLICADA EN "
                                   "RESPALDO - " REV-NUMBER
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORE-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE REVERSAL-FILE.

       END PROGRAM MASTER-RESTORE.
