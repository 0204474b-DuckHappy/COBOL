               03 WS-ITM-MIN-RGN-TBL PIC X(4).
               03 WS-ITM-MAX-RGN-TBL PIC X(4).

      *    A region still priced under a code superseded by the run
      *    date is compared under the item that replaced it.
       01  WS-PRICE-ITEM PIC X(6).

       01  WS-SPREAD PIC 9(5).
       01  WS-LIMIT PIC 9(7)V99.
       01  WS-FLAGGED-COUNT PIC 9(4) VALUE ZERO.

       COPY RUNSTAMP.
       COPY SUPRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(36)
           02 FILLER PIC X(7) VALUE ") DIF ".
           02 VL-SPREAD PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           END-IF.

           OPEN OUTPUT VARIANCE-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE VARIANCE-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           MOVE WS-TOLERANCE-PCT TO WH-TOLERANCE.
           WRITE VARIANCE-REPORT-LINE FROM WS-HDR-LINE.
           END-IF.

       TALLY-ONE-PRICE.
           SET SPQ-FUNC-CURRENT TO TRUE.
           MOVE PF-ITEM TO SPQ-ITEM-IN.
           MOVE WS-RUN-DATE TO SPQ-DATE-IN.
           CALL "SUP-CHECK" USING SUPERSESSION-REQUEST.
           MOVE SPQ-CURRENT-ITEM TO WS-PRICE-ITEM.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ITEM-COUNT OR WS-HIT > ZERO
               IF WS-ITM-CODE-TBL(WS-SUB) = WS-PRICE-ITEM
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-HIT
                   MOVE WS-PRICE-ITEM TO WS-ITM-CODE-TBL(WS-HIT)
                   MOVE ZERO TO WS-ITM-REGIONS-TBL(WS-HIT)
                   MOVE PF-PRECIO TO WS-ITM-MIN-TBL(WS-HIT)
                   MOVE PF-PRECIO TO WS-ITM-MAX-TBL(WS-HIT)
