           SELECT SESSION-LOG-FILE ASSIGN TO "GOTOLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "ACCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "AUDCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  SESSION-LOG-FILE.
       COPY GOTOLOG.

       FD  ACCESS-LOG-FILE.
       COPY ACCLOG.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS PIC XX.
       01  WS-LOG-STATUS PIC XX.
       01  WS-ACL-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

           02 FILLER PIC X(9) VALUE " ESTADO: ".
           02 FC-VERDICT PIC X(8).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT CERTIFICATE-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE CERTIFICATE-LINE FROM ENV-BANNER.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "CERTIFICADO DE INTEGRIDAD DE AUDITORIA - "
               WS-RUN-DATE DELIMITED BY SIZE INTO CERTIFICATE-LINE.

           PERFORM VERIFY-CONDAUD.
           PERFORM VERIFY-GOTOLOG.
           PERFORM VERIFY-ACCLOG.

           IF WS-ANY-FAIL
               MOVE "CERTIFICADO: RECHAZADO - REVISAR ANOMALIAS"
           END-IF.
           PERFORM WRITE-FILE-CERTIFICATE.

       VERIFY-ACCLOG.
           MOVE "ACCLOG.DAT" TO WS-FILE-NAME.
           PERFORM RESET-FILE-COUNTERS.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACL-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ACCESS-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ACL-SEQ-NUM TO WS-SEQ-NUM
                           IF ACL-SEQ-NUM IS NUMERIC
                               SET WS-SEQ-NUMERIC TO TRUE
                           ELSE
                               SET WS-SEQ-NUMERIC TO FALSE
                           END-IF
                           IF ACL-RUNNING-COUNT IS NUMERIC
                               MOVE ACL-RUNNING-COUNT
                                   TO WS-LAST-RUN-COUNT
                           END-IF
                           PERFORM CHECK-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF.
           PERFORM WRITE-FILE-CERTIFICATE.

       RESET-FILE-COUNTERS.
           MOVE ZERO TO WS-PREV-SEQ.
           MOVE ZERO TO WS-RECORD-COUNT.
