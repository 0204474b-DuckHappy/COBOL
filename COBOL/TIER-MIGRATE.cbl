               03 WS-PRV-ITEM-TBL PIC X(6).
               03 WS-PRV-TIER-TBL PIC X(10).
               03 WS-PRV-SEEN-TBL PIC X.
               03 WS-PRV-TIP-TBL PIC X(6).

       01  WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.

       01  WS-LOOKUP-ITEM PIC X(6).
       01  WS-ITEM-DESC PIC X(20).

      *    An item that replaced one of the previous generation in the
      *    same region continues that item's line: its tier is
      *    compared with the one it replaced, and neither is listed as
      *    new or dropped. WS-CURR-TIP and WS-PRV-TIP-TBL are where
      *    each code's supersession chain ends.
       01  WS-CURR-TIP PIC X(6).
       01  WS-SUPERSEDED-COUNT PIC 9(4) VALUE ZERO.

       COPY RUNSTAMP.
       COPY SUPRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(30)
           02 FILLER PIC X(7) VALUE " AHORA ".
           02 CL-CURR-TIER PIC X(10).

       01  WS-SUPERSEDE-LINE.
           02 FILLER PIC X(9) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "SUSTITUYE A ".
           02 SS-OLD-ITEM PIC X(6).
           02 FILLER PIC X(8) VALUE " REGION ".
           02 SS-REGION PIC X(4).
           02 SS-NOTE PIC X(19).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-ITEM-MASTER.

           OPEN OUTPUT MIGRATION-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE MIGRATION-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-PREV-GEN TO WH-PREV.
           MOVE WS-GEN-NUM TO WH-CURR.
           WRITE MIGRATION-REPORT-LINE FROM WS-HDR-LINE.
           STRING "MOVIMIENTOS LISTADOS : " WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE.
           WRITE MIGRATION-REPORT-LINE.
           MOVE SPACES TO MIGRATION-REPORT-LINE.
           STRING "SUSTITUCIONES SEGUIDAS : " WS-SUPERSEDED-COUNT
               DELIMITED BY SIZE INTO MIGRATION-REPORT-LINE.
           WRITE MIGRATION-REPORT-LINE.
           CLOSE MIGRATION-REPORT-FILE.
           IF WS-ITEM-FILE-OK
               CLOSE ITEM-MASTER
                                   WS-PRV-TIER-TBL(WS-PREV-COUNT)
                               MOVE 'N' TO
                                   WS-PRV-SEEN-TBL(WS-PREV-COUNT)
                               MOVE PRV-ITEM TO SPQ-ITEM-IN
                               PERFORM FIND-CHAIN-TIP
                               MOVE SPQ-CURRENT-ITEM TO
                                   WS-PRV-TIP-TBL(WS-PREV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               PERFORM FIND-REPLACED-ITEM
           END-IF.
           IF NOT WS-FOUND
               ADD 1 TO WS-CHANGE-COUNT
               MOVE ASG-ITEM TO CL-ITEM
               WRITE MIGRATION-REPORT-LINE FROM WS-CHANGE-LINE
           END-IF.

       FIND-REPLACED-ITEM.
           MOVE ASG-ITEM TO SPQ-ITEM-IN.
           PERFORM FIND-CHAIN-TIP.
           MOVE SPQ-CURRENT-ITEM TO WS-CURR-TIP.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PREV-COUNT OR WS-FOUND
               IF WS-PRV-TIP-TBL(WS-SUB) = WS-CURR-TIP
                   AND WS-PRV-REGION-TBL(WS-SUB) = ASG-REGION
                   AND WS-PRV-SEEN-TBL(WS-SUB) = 'N'
                   AND WS-PRV-ITEM-TBL(WS-SUB) NOT = ASG-ITEM
                   SET WS-FOUND TO TRUE
                   MOVE 'Y' TO WS-PRV-SEEN-TBL(WS-SUB)
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   PERFORM REPORT-REPLACEMENT
               END-IF
           END-PERFORM.

       REPORT-REPLACEMENT.
           MOVE WS-PRV-ITEM-TBL(WS-SUB) TO SS-OLD-ITEM.
           MOVE ASG-REGION TO SS-REGION.
           IF WS-PRV-TIER-TBL(WS-SUB) NOT = ASG-TIER
               ADD 1 TO WS-CHANGE-COUNT
               MOVE ASG-ITEM TO CL-ITEM
               MOVE ASG-ITEM TO WS-LOOKUP-ITEM
               PERFORM LOOKUP-ITEM-DESC
               MOVE WS-ITEM-DESC TO CL-DESC
               MOVE ASG-PRECIO TO CL-PRECIO
               MOVE WS-PRV-TIER-TBL(WS-SUB) TO CL-PREV-TIER
               MOVE ASG-TIER TO CL-CURR-TIER
               WRITE MIGRATION-REPORT-LINE FROM WS-CHANGE-LINE
               MOVE SPACES TO SS-NOTE
           ELSE
               MOVE " - TRAMO SIN CAMBIO" TO SS-NOTE
           END-IF.
           WRITE MIGRATION-REPORT-LINE FROM WS-SUPERSEDE-LINE.

       FIND-CHAIN-TIP.
           SET SPQ-FUNC-CURRENT TO TRUE.
           MOVE ZERO TO SPQ-DATE-IN.
           CALL "SUP-CHECK" USING SUPERSESSION-REQUEST.

       REPORT-DROPPED-ITEMS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PREV-COUNT
