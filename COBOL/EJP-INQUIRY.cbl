       01  WS-IN-RANGE-FLAG PIC X.
           88 WS-IN-RANGE VALUE 'Y' FALSE 'N'.

      *    An item replaced by another, or replacing others, is shown
      *    under every code of its supersession chain as one history.
       01  WS-CHAIN-TIP PIC X(6).
       01  WS-CHAIN-FLAG PIC X VALUE 'N'.
           88 WS-HAS-CHAIN VALUE 'Y'.
       01  WS-LINK-SUB PIC 9(2).
       01  WS-MATCH-FLAG PIC X.
           88 WS-ITEM-MATCHES VALUE 'Y' FALSE 'N'.

       COPY RUNSTAMP.
       COPY SIGNONRQ.
       COPY ACCLOGRQ.
       COPY SUPRQ.

       01  WS-HDR-LINE.
           02 FILLER PIC X(29)
           02 HL-PRECIO PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE " TRAMO ".
           02 HL-TIER PIC X(10).
           02 FILLER PIC X(5) VALUE " ART ".
           02 HL-ITEM PIC X(6).

       01  WS-CHAIN-LINE.
           02 FILLER PIC X(12) VALUE "SUSTITUCION ".
           02 CH-OLD PIC X(6).
           02 FILLER PIC X(5) VALUE " POR ".
           02 CH-NEW PIC X(6).
           02 FILLER PIC X(7) VALUE " DESDE ".
           02 CH-DATE PIC 9(8).

       01  WS-SUMMARY-LINE.
           02 FILLER PIC X(23) VALUE "CAMBIOS DE PRECIO     :".
           02 SL-MOVES PIC ZZZ9.
           02 SL-FLAG PIC X(12).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-INQ-CONFIG.
           PERFORM LOAD-RUN-DATES.

           MOVE 'I' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           IF NOT SGN-ACCEPTED
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "CODIGO DE ARTICULO (EJ ART001) : ".
           ACCEPT WS-ASK-ITEM.
           DISPLAY "DESDE AAAAMMDD (00000000 = SIN LIMITE) : ".
           END-IF.

           OPEN OUTPUT INQUIRY-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE INQUIRY-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-ASK-ITEM TO WH-ITEM.
           MOVE WS-FROM-DATE TO WH-FROM.
           MOVE WS-TO-DATE TO WH-TO.
           WRITE INQUIRY-REPORT-LINE FROM WS-HDR-LINE.
           PERFORM LOAD-ITEM-CHAIN.

           PERFORM VARYING WS-GEN FROM 1 BY 1
                   UNTIL WS-GEN > WS-LAST-GEN

           DISPLAY "EJP-INQUIRY - " WS-SHOWN-COUNT
               " REGISTROS EN EJPINQ.RPT".

           MOVE SGN-OPERATOR-ID TO ACQ-OPERATOR.
           MOVE "EJP-INQUIRY" TO ACQ-PROGRAM.
           MOVE SPACES TO ACQ-CRITERIA.
           STRING "ARTICULO " WS-ASK-ITEM " " WS-FROM-DATE "-"
               WS-TO-DATE DELIMITED BY SIZE INTO ACQ-CRITERIA.
           MOVE WS-SHOWN-COUNT TO ACQ-RETURNED.
           CALL "ACC-LOG" USING ACCESS-LOG-REQUEST.

           MOVE 'O' TO SGN-FUNCTION.
           CALL "OPER-SIGNON" USING SIGNON-REQUEST.
           GOBACK.

       SCAN-ONE-GENERATION.
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM CHECK-ITEM-MATCH
                               IF WS-ITEM-MATCHES
                                   PERFORM SHOW-ONE-ASSIGNMENT
                               END-IF
                       END-READ
               END-IF
           END-IF.

       LOAD-ITEM-CHAIN.
           SET SPQ-FUNC-FAMILY TO TRUE.
           MOVE WS-ASK-ITEM TO SPQ-ITEM-IN.
           MOVE ZERO TO SPQ-DATE-IN.
           CALL "SUP-CHECK" USING SUPERSESSION-REQUEST.
           MOVE SPQ-CURRENT-ITEM TO WS-CHAIN-TIP.
           IF SPQ-LINK-COUNT > ZERO
               MOVE 'Y' TO WS-CHAIN-FLAG
               PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
                       UNTIL WS-LINK-SUB > SPQ-LINK-COUNT
                   MOVE SPQ-LINK-OLD(WS-LINK-SUB) TO CH-OLD
                   MOVE SPQ-LINK-NEW(WS-LINK-SUB) TO CH-NEW
                   MOVE SPQ-LINK-DATE(WS-LINK-SUB) TO CH-DATE
                   WRITE INQUIRY-REPORT-LINE FROM WS-CHAIN-LINE
                   DISPLAY WS-CHAIN-LINE
               END-PERFORM
           END-IF.

       CHECK-ITEM-MATCH.
           SET WS-ITEM-MATCHES TO FALSE.
           IF ASG-ITEM = WS-ASK-ITEM
               SET WS-ITEM-MATCHES TO TRUE
           ELSE
               IF WS-HAS-CHAIN
                   SET SPQ-FUNC-CURRENT TO TRUE
                   MOVE ASG-ITEM TO SPQ-ITEM-IN
                   MOVE ZERO TO SPQ-DATE-IN
                   CALL "SUP-CHECK" USING SUPERSESSION-REQUEST
                   IF SPQ-CURRENT-ITEM = WS-CHAIN-TIP
                       SET WS-ITEM-MATCHES TO TRUE
                   END-IF
               END-IF
           END-IF.

       RESOLVE-GEN-DATE.
           IF WS-GEN <= WS-DATE-COUNT
               MOVE WS-RUN-DATE-TBL(WS-GEN) TO WS-GEN-DATE
           MOVE ASG-REGION TO HL-REGION.
           MOVE ASG-PRECIO TO HL-PRECIO.
           MOVE ASG-TIER TO HL-TIER.
           MOVE ASG-ITEM TO HL-ITEM.
           WRITE INQUIRY-REPORT-LINE FROM WS-HIST-LINE.
           DISPLAY WS-HIST-LINE.
           MOVE ZERO TO WS-LP-HIT.
