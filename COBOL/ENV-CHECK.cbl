      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENV-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-CTL-FILE ASSIGN TO "ENVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    PROD, TEST or TRAIN, and the directory the environment
      *    lives in. PROD must name its home; without one it is
      *    answered as TEST.
       FD  ENV-CTL-FILE.
       01  ENV-CTL-RECORD.
           02 ENC-NAME PIC X(5).
           02 ENC-HOME PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-ENC-STATUS PIC XX.
       01  WS-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-LOADED VALUE 'Y'.
       01  WS-SAVED-NAME PIC X(5).
       01  WS-SAVED-HOME PIC X(60).
       01  WS-SAVED-REASON PIC X.

       LINKAGE SECTION.
       COPY ENVRQ.

       PROCEDURE DIVISION USING ENVIRONMENT-REQUEST.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-ENVIRONMENT
               SET WS-LOADED TO TRUE
           END-IF.

           MOVE WS-SAVED-NAME TO ENV-NAME.
           MOVE WS-SAVED-REASON TO ENV-REASON.
           EVALUATE TRUE
               WHEN ENV-NO-HOME
                   MOVE "*** ENTORNO TEST - PROD SIN DIRECTORIO ***"
                       TO ENV-BANNER
               WHEN ENV-NO-CONTROL
                   MOVE "*** ENTORNO TEST - SIN ENVCTL.DAT VALIDO ***"
                       TO ENV-BANNER
               WHEN ENV-PROD
                   MOVE "*** ENTORNO PROD ***" TO ENV-BANNER
               WHEN ENV-TRAIN
                   MOVE "*** ENTORNO TRAIN - FORMACION, NO ES PROD ***"
                       TO ENV-BANNER
               WHEN OTHER
                   MOVE "*** ENTORNO TEST - PRUEBAS, NO ES PROD ***"
                       TO ENV-BANNER
           END-EVALUATE.
           GOBACK.

       LOAD-ENVIRONMENT.
           MOVE "TEST" TO WS-SAVED-NAME.
           MOVE 'N' TO WS-SAVED-REASON.
           MOVE SPACES TO WS-SAVED-HOME.
           OPEN INPUT ENV-CTL-FILE.
           IF WS-ENC-STATUS = "00"
               READ ENV-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENC-NAME = "PROD" OR ENC-NAME = "TEST"
                           OR ENC-NAME = "TRAIN"
                           MOVE ENC-NAME TO WS-SAVED-NAME
                           MOVE ENC-HOME TO WS-SAVED-HOME
                           MOVE SPACE TO WS-SAVED-REASON
                       END-IF
               END-READ
               CLOSE ENV-CTL-FILE
           END-IF.

      *    A production control file must name the directory
      *    production runs in; one that does not is not trusted.
           IF WS-SAVED-NAME = "PROD" AND WS-SAVED-HOME = SPACES
               MOVE "TEST" TO WS-SAVED-NAME
               MOVE 'U' TO WS-SAVED-REASON
           END-IF.

       END PROGRAM ENV-CHECK.
