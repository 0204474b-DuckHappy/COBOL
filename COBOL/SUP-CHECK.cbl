      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUP-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPERSESSION-FILE ASSIGN TO "SUPERSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPERSESSION-FILE.
       COPY SUPREC.

       WORKING-STORAGE SECTION.
       01  WS-SUP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01  WS-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-LOADED VALUE 'Y'.

       01  WS-SUB PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-LINK-COUNT PIC 9(3) VALUE ZERO.
       01  WS-LINK-TABLE.
           02 WS-LINK-ENTRY OCCURS 500 TIMES.
               03 WS-LNK-OLD  PIC X(6).
               03 WS-LNK-NEW  PIC X(6).
               03 WS-LNK-DATE PIC 9(8).

      *    ITEM-MAINT keeps the links free of loops; the walk still
      *    stops after 20 steps should SUPERSED.DAT be edited by hand.
       01  WS-WALK-ITEM PIC X(6).
       01  WS-WALK-DATE PIC 9(8).
       01  WS-WALK-STEPS PIC 9(2).
       01  WS-WALK-DONE-FLAG PIC X.
           88 WS-WALK-DONE VALUE 'Y' FALSE 'N'.
       01  WS-FAMILY-TIP PIC X(6).
       01  WS-FAM-SUB PIC 9(3).

       LINKAGE SECTION.
       COPY SUPRQ.

       PROCEDURE DIVISION USING SUPERSESSION-REQUEST.
       MAIN-PROCEDURE.
           IF NOT WS-LOADED
               PERFORM LOAD-SUPERSESSIONS
               SET WS-LOADED TO TRUE
           END-IF.

           MOVE ZERO TO SPQ-STEPS.
           MOVE ZERO TO SPQ-LINK-COUNT.
           MOVE SPQ-ITEM-IN TO WS-WALK-ITEM.
           EVALUATE TRUE
               WHEN SPQ-FUNC-CURRENT
                   MOVE SPQ-DATE-IN TO WS-WALK-DATE
                   PERFORM WALK-CHAIN
                   MOVE WS-WALK-STEPS TO SPQ-STEPS
               WHEN SPQ-FUNC-FAMILY
                   MOVE ZERO TO WS-WALK-DATE
                   PERFORM WALK-CHAIN
                   MOVE WS-WALK-STEPS TO SPQ-STEPS
                   MOVE WS-WALK-ITEM TO WS-FAMILY-TIP
                   PERFORM COLLECT-FAMILY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-WALK-ITEM TO SPQ-CURRENT-ITEM.
           GOBACK.

       WALK-CHAIN.
           MOVE ZERO TO WS-WALK-STEPS.
           SET WS-WALK-DONE TO FALSE.
           PERFORM UNTIL WS-WALK-DONE
               PERFORM FIND-LINK
               IF WS-HIT = ZERO OR WS-WALK-STEPS >= 20
                   SET WS-WALK-DONE TO TRUE
               ELSE
                   MOVE WS-LNK-NEW(WS-HIT) TO WS-WALK-ITEM
                   ADD 1 TO WS-WALK-STEPS
               END-IF
           END-PERFORM.

       FIND-LINK.
           MOVE ZERO TO WS-HIT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-LINK-COUNT OR WS-HIT > ZERO
               IF WS-LNK-OLD(WS-SUB) = WS-WALK-ITEM
                   AND (WS-WALK-DATE = ZERO
                       OR WS-LNK-DATE(WS-SUB) <= WS-WALK-DATE)
                   MOVE WS-SUB TO WS-HIT
               END-IF
           END-PERFORM.

      *    Every link whose chain ends where the asked item's does,
      *    in the order the links were entered.
       COLLECT-FAMILY.
           MOVE ZERO TO WS-WALK-DATE.
           PERFORM VARYING WS-FAM-SUB FROM 1 BY 1
                   UNTIL WS-FAM-SUB > WS-LINK-COUNT
               MOVE WS-LNK-OLD(WS-FAM-SUB) TO WS-WALK-ITEM
               PERFORM WALK-CHAIN
               IF WS-WALK-ITEM = WS-FAMILY-TIP
                   AND SPQ-LINK-COUNT < 20
                   ADD 1 TO SPQ-LINK-COUNT
                   MOVE WS-LNK-OLD(WS-FAM-SUB) TO
                       SPQ-LINK-OLD(SPQ-LINK-COUNT)
                   MOVE WS-LNK-NEW(WS-FAM-SUB) TO
                       SPQ-LINK-NEW(SPQ-LINK-COUNT)
                   MOVE WS-LNK-DATE(WS-FAM-SUB) TO
                       SPQ-LINK-DATE(SPQ-LINK-COUNT)
               END-IF
           END-PERFORM.
           MOVE WS-FAMILY-TIP TO WS-WALK-ITEM.

       LOAD-SUPERSESSIONS.
           OPEN INPUT SUPERSESSION-FILE.
           IF WS-SUP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ SUPERSESSION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUP-ACTIVE
                               PERFORM STORE-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPERSESSION-FILE
           END-IF.

       STORE-LINK.
           IF WS-LINK-COUNT >= 500
               DISPLAY "SUPERSED.DAT HAS MORE THAN 500 LINKS - "
                   "EXTRA LINES IGNORED"
           ELSE
               ADD 1 TO WS-LINK-COUNT
               MOVE SUP-OLD-ITEM TO WS-LNK-OLD(WS-LINK-COUNT)
               MOVE SUP-NEW-ITEM TO WS-LNK-NEW(WS-LINK-COUNT)
               MOVE SUP-EFFECTIVE TO WS-LNK-DATE(WS-LINK-COUNT)
           END-IF.

       END PROGRAM SUP-CHECK.
