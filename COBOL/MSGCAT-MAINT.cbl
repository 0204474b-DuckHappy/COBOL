           SELECT MESSAGE-CATALOG ASSIGN TO "MSGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT MSG-AUDIT-FILE ASSIGN TO "MSGAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 CAT-LANG   PIC X(2).
           02 CAT-TEXT   PIC X(50).

       FD  MSG-AUDIT-FILE.
       COPY MSGAUD.

       WORKING-STORAGE SECTION.
       01  WS-CAT-STATUS PIC XX.
       01  WS-AUD-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-DONE-FLAG PIC X VALUE 'N'.
                       MOVE WS-NEW-TEXT TO
                           WS-CAT-TEXT-TBL(WS-CAT-COUNT)
                       SET WS-CHANGED TO TRUE
                       MOVE 'A' TO MCA-ACTION
                       MOVE SPACES TO MCA-OLD-TEXT
                       PERFORM WRITE-MSG-AUDIT
                       DISPLAY "MENSAJE AGREGADO"
                   END-IF
               END-IF
                   DISPLAY "MENSAJE NO ENCONTRADO"
               ELSE
                   PERFORM ASK-MESSAGE-TEXT
                   MOVE 'C' TO MCA-ACTION
                   MOVE WS-CAT-TEXT-TBL(WS-HIT) TO MCA-OLD-TEXT
                   MOVE WS-NEW-TEXT TO WS-CAT-TEXT-TBL(WS-HIT)
                   SET WS-CHANGED TO TRUE
                   PERFORM WRITE-MSG-AUDIT
                   DISPLAY "TEXTO ACTUALIZADO"
               END-IF
           END-IF.
               IF NOT WS-FOUND
                   DISPLAY "MENSAJE NO ENCONTRADO"
               ELSE
                   MOVE 'B' TO MCA-ACTION
                   MOVE WS-CAT-TEXT-TBL(WS-HIT) TO MCA-OLD-TEXT
                   MOVE SPACES TO WS-NEW-TEXT
                   PERFORM WRITE-MSG-AUDIT
                   PERFORM VARYING WS-SUB FROM WS-HIT BY 1
                           UNTIL WS-SUB >= WS-CAT-COUNT
                       MOVE WS-CAT-ID-TBL(WS-SUB + 1) TO
           END-PERFORM.
           CLOSE MESSAGE-CATALOG.

      *    Expects MCA-ACTION and MCA-OLD-TEXT set by the caller,
      *    the key in WS-ENTERED-ID/WS-ENTERED-LANG and the new text
      *    in WS-NEW-TEXT.
       WRITE-MSG-AUDIT.
           MOVE WS-RUN-DATE TO MCA-DATE.
           ACCEPT MCA-TIME FROM TIME.
           MOVE SGN-OPERATOR-ID TO MCA-OPERATOR.
           MOVE WS-ENTERED-ID TO MCA-MSG-ID.
           MOVE WS-ENTERED-LANG TO MCA-LANG.
           MOVE WS-NEW-TEXT TO MCA-NEW-TEXT.
           OPEN EXTEND MSG-AUDIT-FILE.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT MSG-AUDIT-FILE
           END-IF.
           WRITE MSG-AUDIT-RECORD.
           CLOSE MSG-AUDIT-FILE.

       END PROGRAM MSGCAT-MAINT.
