      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNL-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "JRNLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "JRNLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "JRNLTPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.
           SELECT COA-FILE ASSIGN TO "GLCOA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT POSTING-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLP-STATUS.
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "JRNLPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       COPY JRNLENT.

       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(138).

       FD  TEMPLATE-FILE.
       COPY JRNLTPL.

       FD  COA-FILE.
       01  COA-RECORD.
           02 COA-ACCOUNT PIC 9(6).
           02 COA-NAME    PIC X(20).
           02 COA-STATUS  PIC X.
           02 COA-COMPANY PIC X(2).

       FD  POSTING-FILE.
       COPY GLPOST.

       FD  JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PND-STATUS PIC XX.
       01  WS-HST-STATUS PIC XX.
       01  WS-TPL-STATUS PIC XX.
       01  WS-COA-STATUS PIC XX.
       01  WS-GLP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-PND-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-PND-LOADED VALUE 'Y'.
       01  WS-TPL-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-TPL-LOADED VALUE 'Y'.
       01  WS-TPL-CHANGED-FLAG PIC X VALUE 'N'.
           88 WS-TPL-CHANGED VALUE 'Y'.
       01  WS-GLP-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-GLP-OPEN VALUE 'Y'.
       01  WS-ACCT-OK-FLAG PIC X.
           88 WS-ACCT-OK VALUE 'Y' FALSE 'N'.
       01  WS-MONTH-DONE-FLAG PIC X.
           88 WS-MONTH-DONE VALUE 'Y' FALSE 'N'.

       01  WS-SUB PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-COA-SUB PIC 9(3).
       01  WS-LINE-SUB PIC 9(3).
       01  WS-RUN-PERIOD PIC 9(6).
       01  WS-FIRST-DAY PIC 9(8).
       01  WS-TARGET-DATE PIC 9(8).
       01  WS-BUS-COUNT PIC 9(2).
       01  WS-WANTED-DAY PIC 9(2).
       01  WS-LAST-KEY PIC X(8).
       01  WS-ENTRY-RESULT PIC X.
           88 WS-RESULT-POST   VALUE 'T'.
           88 WS-RESULT-REJECT VALUE 'R'.
           88 WS-RESULT-CLOSED VALUE 'X'.
       01  WS-ENTRY-REASON PIC X(20).

      *    The entry being booked, whether released from JRNLPEND.DAT
      *    or generated from a template.
       01  WS-CUR-ENTRY-NO PIC 9(8).
       01  WS-CUR-COMPANY PIC X(2).
       01  WS-CUR-DATE PIC 9(8).
       01  WS-CUR-TEMPLATE PIC X(6).
       01  WS-CUR-DEBITS PIC 9(13)V99.
       01  WS-CUR-CREDITS PIC 9(13)V99.
       01  WS-CUR-BAD-ACCT PIC 9(3).
       01  WS-CUR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CUR-TABLE.
           02 WS-CUR-ENTRY OCCURS 20 TIMES.
               03 WS-CUR-ROW PIC X(138).

       01  WS-GLP-COUNT PIC 9(7) VALUE ZERO.
       01  WS-GLP-DEBITS PIC 9(13)V99 VALUE ZERO.
       01  WS-POSTED-ENTRIES PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-ENTRIES PIC 9(5) VALUE ZERO.
       01  WS-GENERATED-ENTRIES PIC 9(5) VALUE ZERO.

       01  WS-PENDING-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PENDING-TABLE.
           02 WS-PENDING-ENTRY OCCURS 500 TIMES.
               03 WS-PND-ROW PIC X(138).

       01  WS-TPL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TPL-TABLE.
           02 WS-TPL-ENTRY OCCURS 200 TIMES.
               03 WS-TPL-ROW PIC X(94).

       01  WS-COA-COUNT PIC 9(3) VALUE ZERO.
       01  WS-COA-TABLE.
           02 WS-COA-ENTRY OCCURS 200 TIMES.
               03 WS-COA-ACCOUNT-TBL PIC 9(6).
               03 WS-COA-STATUS-TBL  PIC X.
               03 WS-COA-COMPANY-TBL PIC X(2).

       COPY RUNSTAMP.
       COPY CMPRQ.
       COPY CLMRQ.
       COPY CALRQ.
       COPY REFNUMRQ.

       01  WS-REPORT-HEADER.
           02 FILLER PIC X(34)
               VALUE "ASIENTOS MANUALES Y RECURRENTES - ".
           02 RH-DATE PIC 9(8).

       01  WS-ENTRY-LINE.
           02 EL-ENTRY-NO PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EL-TEMPLATE PIC X(6).
           02 FILLER PIC X(5) VALUE " EMP ".
           02 EL-COMPANY PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EL-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EL-LINES PIC Z9.
           02 FILLER PIC X(4) VALUE " LIN".
           02 EL-DEBITS PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 EL-RESULT PIC X(20).

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.

           PERFORM LOAD-COA-TABLE.
           PERFORM LOAD-PENDING-TABLE.
           PERFORM LOAD-TEMPLATE-TABLE.

           OPEN OUTPUT JOURNAL-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE JOURNAL-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-HEADER.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.

           IF WS-PND-LOADED
               PERFORM POST-RELEASED-ENTRIES
               PERFORM SAVE-PENDING-TABLE
           END-IF.
           IF WS-TPL-LOADED
               PERFORM GENERATE-RECURRING-ENTRIES
               IF WS-TPL-CHANGED
                   PERFORM SAVE-TEMPLATE-TABLE
               END-IF
           END-IF.

           IF WS-GLP-OPEN
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
           CLOSE HISTORY-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE JOURNAL-REPORT-FILE.

           DISPLAY "JRNL-POST - " WS-POSTED-ENTRIES " ASIENTOS A "
               "GLPOST.DAT, " WS-REFUSED-ENTRIES " NO POSTEADOS".
           GOBACK.

      *    Every released entry is booked or refused in this run, so
      *    only entries still waiting for release are saved back.
       POST-RELEASED-ENTRIES.
           MOVE SPACES TO WS-LAST-KEY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT
               MOVE WS-PND-ROW(WS-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-APPROVED AND JEN-ENTRY-NO NOT = WS-LAST-KEY
                   MOVE JEN-ENTRY-NO TO WS-LAST-KEY
                   MOVE WS-SUB TO WS-HIT
                   PERFORM GATHER-RELEASED-ENTRY
                   PERFORM BOOK-CURRENT-ENTRY
               END-IF
           END-PERFORM.

       GATHER-RELEASED-ENTRY.
           MOVE JEN-ENTRY-NO TO WS-CUR-ENTRY-NO.
           MOVE JEN-COMPANY TO WS-CUR-COMPANY.
           MOVE JEN-POST-DATE TO WS-CUR-DATE.
           MOVE JEN-TEMPLATE TO WS-CUR-TEMPLATE.
           MOVE ZERO TO WS-CUR-COUNT.
           PERFORM VARYING WS-LINE-SUB FROM WS-HIT BY 1
                   UNTIL WS-LINE-SUB > WS-PENDING-COUNT
               MOVE WS-PND-ROW(WS-LINE-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-ENTRY-NO = WS-CUR-ENTRY-NO AND JEN-APPROVED
                   IF WS-CUR-COUNT < 20
                       ADD 1 TO WS-CUR-COUNT
                       MOVE JOURNAL-ENTRY-RECORD
                           TO WS-CUR-ROW(WS-CUR-COUNT)
                   END-IF
                   SET JEN-POSTED TO TRUE
                   MOVE JOURNAL-ENTRY-RECORD TO WS-PND-ROW(WS-LINE-SUB)
               END-IF
           END-PERFORM.

      *    Each active template is generated once a month, on its
      *    business day counted through BUSCAL.DAT (or on the last
      *    business day when the month has fewer). A run that comes
      *    later in the month still generates it, with that date.
       GENERATE-RECURRING-ENTRIES.
           MOVE SPACES TO WS-LAST-KEY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
               IF TPL-ACTIVE AND TPL-CODE NOT = WS-LAST-KEY
                   MOVE TPL-CODE TO WS-LAST-KEY
                   IF TPL-LAST-PERIOD < WS-RUN-PERIOD
                       MOVE TPL-BUS-DAY TO WS-WANTED-DAY
                       PERFORM FIND-TARGET-DAY
                       IF WS-TARGET-DATE > ZERO
                           AND WS-RUN-DATE >= WS-TARGET-DATE
                           MOVE WS-SUB TO WS-HIT
                           PERFORM GENERATE-ONE-TEMPLATE
                               THRU GENERATE-ONE-TEMPLATE-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-TARGET-DAY.
           MOVE ZERO TO WS-TARGET-DATE.
           MOVE ZERO TO WS-BUS-COUNT.
           MOVE WS-RUN-PERIOD TO WS-FIRST-DAY(1:6).
           MOVE "01" TO WS-FIRST-DAY(7:2).
           MOVE 'B' TO CAL-FUNCTION.
           MOVE WS-FIRST-DAY TO CAL-DATE-IN.
           CALL "CAL-ROUTINE" USING CALENDAR-REQUEST.
           IF CAL-IS-BUSINESS
               MOVE 1 TO WS-BUS-COUNT
               MOVE WS-FIRST-DAY TO WS-TARGET-DATE
           END-IF.
           SET WS-MONTH-DONE TO FALSE.
           MOVE WS-FIRST-DAY TO CAL-DATE-IN.
           PERFORM UNTIL WS-BUS-COUNT >= WS-WANTED-DAY
                   OR WS-MONTH-DONE
               MOVE 'N' TO CAL-FUNCTION
               CALL "CAL-ROUTINE" USING CALENDAR-REQUEST
               IF CAL-DATE-OUT(1:6) NOT = WS-RUN-PERIOD
                   SET WS-MONTH-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-BUS-COUNT
                   MOVE CAL-DATE-OUT TO WS-TARGET-DATE
                   MOVE CAL-DATE-OUT TO CAL-DATE-IN
               END-IF
           END-PERFORM.

      *    The month is stamped on the template even when the entry
      *    is refused, so a refused month is reported once and not
      *    generated again every night.
       GENERATE-ONE-TEMPLATE.
           MOVE "JOURNAL" TO RNQ-SERIES.
           MOVE 'N' TO RNQ-RESULT-FLAG.
           CALL "REF-ISSUER" USING REFNUM-REQUEST.
           IF NOT RNQ-ISSUED
               DISPLAY "JRNL-POST - SERIE JOURNAL AGOTADA - PLANTILLA "
                   TPL-CODE " NO GENERADA"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO GENERATE-ONE-TEMPLATE-EXIT
           END-IF.
           MOVE RNQ-NUMBER TO WS-CUR-ENTRY-NO.
           MOVE TPL-COMPANY TO WS-CUR-COMPANY.
           MOVE WS-TARGET-DATE TO WS-CUR-DATE.
           MOVE TPL-CODE TO WS-CUR-TEMPLATE.
           MOVE ZERO TO WS-CUR-COUNT.
           PERFORM VARYING WS-LINE-SUB FROM WS-HIT BY 1
                   UNTIL WS-LINE-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ROW(WS-LINE-SUB) TO JOURNAL-TEMPLATE-RECORD
               IF TPL-CODE = WS-CUR-TEMPLATE
                   PERFORM STORE-TEMPLATE-LINE
                   MOVE WS-RUN-PERIOD TO TPL-LAST-PERIOD
                   MOVE JOURNAL-TEMPLATE-RECORD
                       TO WS-TPL-ROW(WS-LINE-SUB)
               END-IF
           END-PERFORM.
           SET WS-TPL-CHANGED TO TRUE.
           ADD 1 TO WS-GENERATED-ENTRIES.
           PERFORM BOOK-CURRENT-ENTRY.
       GENERATE-ONE-TEMPLATE-EXIT.
           EXIT.

       STORE-TEMPLATE-LINE.
           IF WS-CUR-COUNT < 20
               ADD 1 TO WS-CUR-COUNT
               MOVE SPACES TO JOURNAL-ENTRY-RECORD
               MOVE WS-CUR-ENTRY-NO TO JEN-ENTRY-NO
               MOVE WS-CUR-COUNT TO JEN-LINE-NO
               SET JEN-APPROVED TO TRUE
               MOVE WS-CUR-COMPANY TO JEN-COMPANY
               MOVE WS-CUR-DATE TO JEN-POST-DATE
               MOVE TPL-ACCOUNT TO JEN-ACCOUNT
               MOVE TPL-DC TO JEN-DC
               MOVE TPL-AMOUNT TO JEN-AMOUNT
               MOVE TPL-DESCRIPTION TO JEN-DESCRIPTION
               MOVE TPL-CODE TO JEN-TEMPLATE
               MOVE TPL-MAKER TO JEN-MAKER
               MOVE WS-RUN-DATE TO JEN-ENTER-DATE
               MOVE TPL-CHECKER TO JEN-CHECKER
               MOVE WS-RUN-DATE TO JEN-RELEASE-DATE
               MOVE ZERO TO JEN-POSTED-DATE
               MOVE JOURNAL-ENTRY-RECORD TO WS-CUR-ROW(WS-CUR-COUNT)
           END-IF.

      *    An entry is booked whole or refused whole. The month may
      *    have closed, or an account been closed, since release.
       BOOK-CURRENT-ENTRY.
           PERFORM CHECK-CURRENT-ENTRY.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-CUR-COUNT
               MOVE WS-CUR-ROW(WS-LINE-SUB) TO JOURNAL-ENTRY-RECORD
               MOVE WS-ENTRY-RESULT TO JEN-STATUS
               MOVE WS-ENTRY-REASON TO JEN-REASON
               IF WS-RESULT-POST
                   MOVE WS-RUN-DATE TO JEN-POSTED-DATE
                   PERFORM WRITE-POSTING-LINE
               END-IF
               WRITE HISTORY-RECORD FROM JOURNAL-ENTRY-RECORD
           END-PERFORM.
           IF WS-RESULT-POST
               ADD 1 TO WS-POSTED-ENTRIES
           ELSE
               ADD 1 TO WS-REFUSED-ENTRIES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-CUR-ENTRY-NO TO EL-ENTRY-NO.
           MOVE WS-CUR-TEMPLATE TO EL-TEMPLATE.
           MOVE WS-CUR-COMPANY TO EL-COMPANY.
           MOVE WS-CUR-DATE TO EL-DATE.
           MOVE WS-CUR-COUNT TO EL-LINES.
           MOVE WS-CUR-DEBITS TO EL-DEBITS.
           MOVE WS-ENTRY-REASON TO EL-RESULT.
           WRITE JOURNAL-REPORT-LINE FROM WS-ENTRY-LINE.

       CHECK-CURRENT-ENTRY.
           MOVE ZERO TO WS-CUR-DEBITS.
           MOVE ZERO TO WS-CUR-CREDITS.
           MOVE ZERO TO WS-CUR-BAD-ACCT.
           MOVE WS-CUR-COMPANY TO CMQ-CODE-IN.
           CALL "CMP-CHECK" USING COMPANY-REQUEST.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-CUR-COUNT
               MOVE WS-CUR-ROW(WS-LINE-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-DC = 'D'
                   ADD JEN-AMOUNT TO WS-CUR-DEBITS
               ELSE
                   ADD JEN-AMOUNT TO WS-CUR-CREDITS
               END-IF
               PERFORM CHECK-ONE-ACCOUNT
               IF NOT WS-ACCT-OK
                   ADD 1 TO WS-CUR-BAD-ACCT
               END-IF
           END-PERFORM.
           MOVE WS-CUR-DATE TO CLM-DATE-IN.
           MOVE WS-CUR-COMPANY TO CLM-COMPANY-IN.
           CALL "CLM-CHECK" USING CLOSED-MONTH-REQUEST.
           EVALUATE TRUE
               WHEN CLM-IS-CLOSED
                   SET WS-RESULT-CLOSED TO TRUE
                   MOVE "RECH MES CERRADO" TO WS-ENTRY-REASON
               WHEN NOT CMQ-FOUND OR NOT CMQ-ACTIVE
                   SET WS-RESULT-REJECT TO TRUE
                   MOVE "RECH CIA INVALIDA" TO WS-ENTRY-REASON
               WHEN WS-CUR-BAD-ACCT > ZERO
                   SET WS-RESULT-REJECT TO TRUE
                   MOVE "RECH CUENTA INVALIDA" TO WS-ENTRY-REASON
               WHEN WS-CUR-COUNT < 2
                   OR WS-CUR-DEBITS NOT = WS-CUR-CREDITS
                   SET WS-RESULT-REJECT TO TRUE
                   MOVE "RECH NO CUADRA" TO WS-ENTRY-REASON
               WHEN OTHER
                   SET WS-RESULT-POST TO TRUE
                   MOVE "POSTEADO" TO WS-ENTRY-REASON
           END-EVALUATE.

       CHECK-ONE-ACCOUNT.
           SET WS-ACCT-OK TO FALSE.
           PERFORM VARYING WS-COA-SUB FROM 1 BY 1
                   UNTIL WS-COA-SUB > WS-COA-COUNT OR WS-ACCT-OK
               IF WS-COA-ACCOUNT-TBL(WS-COA-SUB) = JEN-ACCOUNT
                   AND WS-COA-COMPANY-TBL(WS-COA-SUB)
                       = WS-CUR-COMPANY
                   AND WS-COA-STATUS-TBL(WS-COA-SUB) NOT = 'C'
                   SET WS-ACCT-OK TO TRUE
               END-IF
           END-PERFORM.

      *    The run's entries go to GLPOST.DAT as one trailer-ended
      *    batch of their own, so GL-POST books or refuses it apart
      *    from the extract and payroll batches.
       WRITE-POSTING-LINE.
           IF NOT WS-GLP-OPEN
               OPEN EXTEND POSTING-FILE
               IF WS-GLP-STATUS = "35"
                   OPEN OUTPUT POSTING-FILE
               END-IF
               SET WS-GLP-OPEN TO TRUE
           END-IF.
           MOVE SPACES TO POSTING-RECORD.
           MOVE 'D' TO GLP-RECORD-TYPE.
           MOVE JEN-ACCOUNT TO GLP-ACCOUNT.
           MOVE JEN-DC TO GLP-DC.
           MOVE JEN-AMOUNT TO GLP-AMOUNT.
           MOVE JEN-POST-DATE TO GLP-DATE.
           MOVE "JOURNAL" TO GLP-SOURCE.
           STRING "JE" JEN-ENTRY-NO
               DELIMITED BY SIZE INTO GLP-REFERENCE.
           MOVE JEN-COMPANY TO GLP-COMPANY.
           WRITE POSTING-RECORD.
           ADD 1 TO WS-GLP-COUNT.
           IF JEN-DC = 'D'
               ADD JEN-AMOUNT TO WS-GLP-DEBITS
           END-IF.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO POSTING-RECORD.
           MOVE 'T' TO GLP-RECORD-TYPE.
           MOVE ZERO TO GLP-ACCOUNT.
           MOVE 'N' TO GLP-DC.
           MOVE WS-GLP-DEBITS TO GLP-AMOUNT.
           MOVE WS-RUN-DATE TO GLP-DATE.
           MOVE "TRAILER" TO GLP-SOURCE.
           MOVE WS-GLP-COUNT TO GLP-REFERENCE.
           WRITE POSTING-RECORD.
           CLOSE POSTING-FILE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           IF WS-POSTED-ENTRIES = ZERO AND WS-REFUSED-ENTRIES = ZERO
               MOVE "SIN ASIENTOS LIBERADOS NI PLANTILLAS DEL DIA"
                   TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           END-IF.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           STRING "POSTEADOS : " WS-POSTED-ENTRIES
               "  NO POSTEADOS : " WS-REFUSED-ENTRIES
               "  DE PLANTILLA : " WS-GENERATED-ENTRIES
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           IF WS-GLP-COUNT > ZERO
               MOVE SPACES TO JOURNAL-REPORT-LINE
               STRING "LOTE AGREGADO A GLPOST.DAT - " WS-GLP-COUNT
                   " APUNTES" DELIMITED BY SIZE
                   INTO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           END-IF.

      *    Any open failure other than a missing file leaves the
      *    released entries where they are for the next run.
       LOAD-PENDING-TABLE.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-STATUS NOT = "00" AND WS-PND-STATUS NOT = "35"
               DISPLAY "JRNLPEND.DAT NO DISPONIBLE - STATUS "
                   WS-PND-STATUS " - ASIENTOS NO POSTEADOS"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-PND-STATUS = "00"
               SET WS-PND-LOADED TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PENDING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PENDING-COUNT >= 500
                               DISPLAY "JRNLPEND.DAT HAS MORE THAN 500 "
                                   "LINES - EXTRA IGNORED"
                               MOVE 'N' TO WS-PND-LOADED-FLAG
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE JOURNAL-ENTRY-RECORD TO
                                   WS-PND-ROW(WS-PENDING-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-TEMPLATE-TABLE.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TPL-STATUS = "00"
               SET WS-TPL-LOADED TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ TEMPLATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-TPL-COUNT >= 200
                               DISPLAY "JRNLTPL.DAT HAS MORE THAN 200 "
                                   "LINES - EXTRA IGNORED"
                               MOVE 'N' TO WS-TPL-LOADED-FLAG
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               ADD 1 TO WS-TPL-COUNT
                               MOVE JOURNAL-TEMPLATE-RECORD TO
                                   WS-TPL-ROW(WS-TPL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-COA-TABLE.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ COA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-COA-COUNT >= 200
                               DISPLAY "GLCOA.DAT HAS MORE THAN 200 "
                                   "ACCOUNTS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-COA-COUNT
                               MOVE COA-ACCOUNT TO
                                   WS-COA-ACCOUNT-TBL(WS-COA-COUNT)
                               MOVE COA-STATUS TO
                                   WS-COA-STATUS-TBL(WS-COA-COUNT)
                               MOVE COA-COMPANY TO CMQ-CODE-IN
                               CALL "CMP-CHECK" USING COMPANY-REQUEST
                               MOVE CMQ-CODE-OUT TO
                                   WS-COA-COMPANY-TBL(WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       SAVE-PENDING-TABLE.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PENDING-COUNT
               MOVE WS-PND-ROW(WS-SUB) TO JOURNAL-ENTRY-RECORD
               IF JEN-PENDING OR JEN-APPROVED
                   WRITE JOURNAL-ENTRY-RECORD
               END-IF
           END-PERFORM.
           CLOSE PENDING-FILE.

       SAVE-TEMPLATE-TABLE.
           OPEN OUTPUT TEMPLATE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TPL-COUNT
               MOVE WS-TPL-ROW(WS-SUB) TO JOURNAL-TEMPLATE-RECORD
               WRITE JOURNAL-TEMPLATE-RECORD
           END-PERFORM.
           CLOSE TEMPLATE-FILE.

       END PROGRAM JRNL-POST.
