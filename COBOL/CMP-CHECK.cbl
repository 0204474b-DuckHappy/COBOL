      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMP-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "COMPANY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-FILE.
       COPY COMPREC.

       WORKING-STORAGE SECTION.
       01  WS-CMP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-LOADED VALUE 'Y'.

       01  WS-SUB PIC 9(2).
       01  WS-HIT PIC 9(2).
       01  WS-COMPANY-COUNT PIC 9(2) VALUE ZERO.
       01  WS-DEFAULT-CODE PIC X(2) VALUE SPACES.
       01  WS-COMPANY-TABLE.
           02 WS-COMPANY-ENTRY OCCURS 20 TIMES.
               03 WS-CMP-CODE-TBL   PIC X(2).
               03 WS-CMP-NAME-TBL   PIC X(30).
               03 WS-CMP-ACTIVE-TBL PIC X.

       LINKAGE SECTION.
       COPY CMPRQ.

       PROCEDURE DIVISION USING COMPANY-REQUEST.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-COMPANIES
               SET WS-LOADED TO TRUE
           END-IF.

           IF CMQ-CODE-IN = SPACES
               MOVE WS-DEFAULT-CODE TO CMQ-CODE-OUT
           ELSE
               MOVE CMQ-CODE-IN TO CMQ-CODE-OUT
           END-IF.
           MOVE WS-DEFAULT-CODE TO CMQ-DEFAULT-CODE.
           MOVE SPACES TO CMQ-NAME.
           SET CMQ-FOUND TO FALSE.
           SET CMQ-ACTIVE TO FALSE.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMPANY-COUNT OR WS-HIT > ZERO
               IF WS-CMP-CODE-TBL(WS-SUB) = CMQ-CODE-OUT
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT > ZERO
               SET CMQ-FOUND TO TRUE
               MOVE WS-CMP-NAME-TBL(WS-HIT) TO CMQ-NAME
               IF WS-CMP-ACTIVE-TBL(WS-HIT) NOT = 'N'
                   SET CMQ-ACTIVE TO TRUE
               END-IF
           END-IF.

           MOVE WS-COMPANY-COUNT TO CMQ-COUNT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COMPANY-COUNT
               MOVE WS-CMP-CODE-TBL(WS-SUB) TO CMQ-TBL-CODE(WS-SUB)
               MOVE WS-CMP-NAME-TBL(WS-SUB) TO CMQ-TBL-NAME(WS-SUB)
               MOVE WS-CMP-ACTIVE-TBL(WS-SUB) TO CMQ-TBL-ACTIVE(WS-SUB)
           END-PERFORM.
           GOBACK.

      *    Without COMPANY.DAT the books are those of a single company,
      *    code 01, which then owns every record with a blank code.
      *    With no row flagged as default the first row takes it.
       LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE.
           IF WS-CMP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ COMPANY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-COMPANY-COUNT >= 20
                               DISPLAY "COMPANY.DAT HAS MORE THAN 20 "
                                   "COMPANIES - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-COMPANY-COUNT
                               MOVE CMP-CODE TO
                                   WS-CMP-CODE-TBL(WS-COMPANY-COUNT)
                               MOVE CMP-NAME TO
                                   WS-CMP-NAME-TBL(WS-COMPANY-COUNT)
                               MOVE CMP-ACTIVE-FLAG TO
                                   WS-CMP-ACTIVE-TBL(WS-COMPANY-COUNT)
                               IF CMP-IS-DEFAULT
                                   AND WS-DEFAULT-CODE = SPACES
                                   MOVE CMP-CODE TO WS-DEFAULT-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF.
           IF WS-COMPANY-COUNT = ZERO
               MOVE 1 TO WS-COMPANY-COUNT
               MOVE "01" TO WS-CMP-CODE-TBL(1)
               MOVE "EMPRESA UNICA" TO WS-CMP-NAME-TBL(1)
               MOVE 'Y' TO WS-CMP-ACTIVE-TBL(1)
           END-IF.
           IF WS-DEFAULT-CODE = SPACES
               MOVE WS-CMP-CODE-TBL(1) TO WS-DEFAULT-CODE
           END-IF.

       END PROGRAM CMP-CHECK.
