      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTH-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-MATRIX-FILE ASSIGN TO "AUTHMTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MTX-STATUS.
           SELECT DENIAL-LOG-FILE ASSIGN TO "AUTHDENY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DNY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-MATRIX-FILE.
       COPY AUTHMTX.

       FD  DENIAL-LOG-FILE.
       01  DENIAL-LOG-RECORD.
           02 DNY-DATE     PIC 9(8).
           02 DNY-TIME     PIC 9(8).
           02 DNY-OPERATOR PIC X(8).
           02 DNY-ROLE     PIC X(8).
           02 DNY-PROGRAM  PIC X(20).
           02 DNY-FUNCTION PIC X.

       WORKING-STORAGE SECTION.
       01  WS-MTX-STATUS PIC XX.
       01  WS-DNY-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-EXACT-FLAG PIC X.
           88 WS-EXACT-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-DEFAULT-FLAG PIC X.
           88 WS-DEFAULT-FOUND VALUE 'Y' FALSE 'N'.
       01  WS-EXACT-FUNCTIONS PIC X(5).
       01  WS-DEFAULT-FUNCTIONS PIC X(5).
       01  WS-USE-FUNCTIONS.
           02 WS-USE-INQUIRE PIC X.
           02 WS-USE-ADD     PIC X.
           02 WS-USE-CHANGE  PIC X.
           02 WS-USE-DELETE  PIC X.
           02 WS-USE-APPROVE PIC X.
       01  WS-GRANT PIC X.

       LINKAGE SECTION.
       COPY AUTHRQ.

       PROCEDURE DIVISION USING AUTH-REQUEST.
       MAIN-PROCEDURE.
           SET AUT-PERMITTED TO FALSE.

      *    A supervisor can always reach the matrix maintenance, so a
      *    damaged or missing AUTHMTX.DAT can never lock everyone out.
           IF AUT-PROGRAM = "AUTH-MAINT" AND AUT-ROLE = "SUPERVIS"
               SET AUT-PERMITTED TO TRUE
               GOBACK
           END-IF.

           PERFORM SEARCH-AUTH-MATRIX.
           MOVE SPACES TO WS-USE-FUNCTIONS.
           IF WS-EXACT-FOUND
               MOVE WS-EXACT-FUNCTIONS TO WS-USE-FUNCTIONS
           ELSE
               IF WS-DEFAULT-FOUND
                   MOVE WS-DEFAULT-FUNCTIONS TO WS-USE-FUNCTIONS
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN AUT-FUNC-INQUIRE
                   MOVE WS-USE-INQUIRE TO WS-GRANT
               WHEN AUT-FUNC-ADD
                   MOVE WS-USE-ADD TO WS-GRANT
               WHEN AUT-FUNC-CHANGE
                   MOVE WS-USE-CHANGE TO WS-GRANT
               WHEN AUT-FUNC-DELETE
                   MOVE WS-USE-DELETE TO WS-GRANT
               WHEN AUT-FUNC-APPROVE
                   MOVE WS-USE-APPROVE TO WS-GRANT
               WHEN OTHER
                   MOVE 'N' TO WS-GRANT
           END-EVALUATE.
           IF WS-GRANT = 'Y'
               SET AUT-PERMITTED TO TRUE
           END-IF.

           IF NOT AUT-PERMITTED AND AUT-LOG-DENIAL
               PERFORM WRITE-DENIAL-LOG
           END-IF.
           GOBACK.

       SEARCH-AUTH-MATRIX.
           SET WS-EXACT-FOUND TO FALSE.
           SET WS-DEFAULT-FOUND TO FALSE.
           OPEN INPUT AUTH-MATRIX-FILE.
           IF WS-MTX-STATUS NOT = "00"
               DISPLAY "AUTHMTX.DAT NO DISPONIBLE - STATUS "
                   WS-MTX-STATUS
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF OR WS-EXACT-FOUND
                   READ AUTH-MATRIX-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF MTX-ROLE = AUT-ROLE
                               IF MTX-PROGRAM = AUT-PROGRAM
                                   SET WS-EXACT-FOUND TO TRUE
                                   MOVE MTX-FUNCTIONS
                                       TO WS-EXACT-FUNCTIONS
                               END-IF
                               IF MTX-PROGRAM = "*"
                                   SET WS-DEFAULT-FOUND TO TRUE
                                   MOVE MTX-FUNCTIONS
                                       TO WS-DEFAULT-FUNCTIONS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-MATRIX-FILE
           END-IF.

       WRITE-DENIAL-LOG.
           ACCEPT DNY-DATE FROM DATE YYYYMMDD.
           ACCEPT DNY-TIME FROM TIME.
           MOVE AUT-OPERATOR-ID TO DNY-OPERATOR.
           MOVE AUT-ROLE TO DNY-ROLE.
           MOVE AUT-PROGRAM TO DNY-PROGRAM.
           MOVE AUT-FUNCTION TO DNY-FUNCTION.
           OPEN EXTEND DENIAL-LOG-FILE.
           IF WS-DNY-STATUS = "35"
               OPEN OUTPUT DENIAL-LOG-FILE
           END-IF.
           WRITE DENIAL-LOG-RECORD.
           CLOSE DENIAL-LOG-FILE.

       END PROGRAM AUTH-CHECK.
