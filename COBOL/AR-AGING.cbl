      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-ITEM-FILE ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARI-KEY
               FILE STATUS IS WS-ARI-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT AGE-CTL-FILE ASSIGN TO "ARAGECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "ARAGING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEM-FILE.
       COPY ARITEM.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  AGE-CTL-FILE.
       01  AGE-CTL-RECORD.
           02 CTL-BOUND-1 PIC 9(3).
           02 CTL-BOUND-2 PIC 9(3).
           02 CTL-BOUND-3 PIC 9(3).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ARI-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-CTL-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01  WS-CUS-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-CUS-OPEN VALUE 'Y'.

       01  WS-BOUND-1 PIC 9(3) VALUE 30.
       01  WS-BOUND-2 PIC 9(3) VALUE 60.
       01  WS-BOUND-3 PIC 9(3) VALUE 90.

       01  WS-SUB PIC 9(1).
       01  WS-AGE-DAYS PIC S9(5).
       01  WS-RUN-INT PIC 9(8).
       01  WS-ITEM-INT PIC 9(8).
       01  WS-BUCKET PIC 9(1).
       01  WS-PREV-CUSTOMER PIC X(6) VALUE SPACES.
       01  WS-CUSTOMER-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ITEM-COUNT PIC 9(7) VALUE ZERO.

      *    Bucket 5 holds unapplied cash and dispute credit memos,
      *    which are not aged but are netted into the customer's
      *    balance.
       01  WS-CUST-BUCKETS.
           02 WS-CUST-BKT OCCURS 5 TIMES PIC S9(9)V999.
       01  WS-GRAND-BUCKETS.
           02 WS-GRAND-BKT OCCURS 5 TIMES PIC S9(11)V999.
       01  WS-CUST-BALANCE PIC S9(9)V999.
       01  WS-GRAND-BALANCE PIC S9(11)V999.

       COPY RUNSTAMP.

       01  WS-HDR-LINE.
           02 FILLER PIC X(33)
               VALUE "ANTIGUEDAD DE SALDOS CxC AL ".
           02 WH-DATE PIC 9(8).

       01  WS-COL-LINE.
           02 FILLER PIC X(27) VALUE "CLIENTE".
           02 CL-BKT OCCURS 4 TIMES.
               03 FILLER PIC X(3) VALUE SPACES.
               03 CL-FROM PIC ZZ9.
               03 CL-DASH PIC X(1).
               03 CL-TO PIC X(3).
           02 FILLER PIC X(12) VALUE "    A CUENTA".
           02 FILLER PIC X(12) VALUE "       SALDO".

       01  WS-CUST-LINE.
           02 CU-CODE PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CU-NAME PIC X(20).
           02 CU-BKT OCCURS 5 TIMES.
               03 FILLER PIC X(1) VALUE SPACE.
               03 CU-AMOUNT PIC -(7)9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CU-BALANCE PIC -(7)9.99.

       01  WS-GRAND-LINE.
           02 FILLER PIC X(27) VALUE "TOTAL GENERAL".
           02 GR-BKT OCCURS 5 TIMES.
               03 FILLER PIC X(1) VALUE SPACE.
               03 GR-AMOUNT PIC -(7)9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 GR-BALANCE PIC -(7)9.99.

       01  WS-COUNT-LINE.
           02 FILLER PIC X(11) VALUE "CLIENTES: ".
           02 CN-CUSTOMERS PIC ZZZZ9.
           02 FILLER PIC X(21) VALUE "  PARTIDAS ABIERTAS: ".
           02 CN-ITEMS PIC ZZZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-AGE-CONFIG.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE ZERO TO WS-GRAND-BKT(WS-SUB)
           END-PERFORM.
           MOVE ZERO TO WS-GRAND-BALANCE.
           PERFORM CLEAR-CUSTOMER-BUCKETS.

           OPEN OUTPUT AGING-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE AGING-REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DATE TO WH-DATE.
           WRITE AGING-REPORT-LINE FROM WS-HDR-LINE.
           MOVE ZERO TO CL-FROM(1).
           MOVE WS-BOUND-1 TO CL-TO(1).
           COMPUTE CL-FROM(2) = WS-BOUND-1 + 1.
           MOVE WS-BOUND-2 TO CL-TO(2).
           COMPUTE CL-FROM(3) = WS-BOUND-2 + 1.
           MOVE WS-BOUND-3 TO CL-TO(3).
           COMPUTE CL-FROM(4) = WS-BOUND-3 + 1.
           MOVE "MAS" TO CL-TO(4).
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE "-" TO CL-DASH(WS-SUB)
           END-PERFORM.
           WRITE AGING-REPORT-LINE FROM WS-COL-LINE.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
               SET WS-CUS-OPEN TO TRUE
           END-IF.

           OPEN INPUT AR-ITEM-FILE.
           IF WS-ARI-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ AR-ITEM-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NOT ARI-CLOSED
                               AND ARI-OPEN-AMOUNT NOT = ZERO
                               PERFORM AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-ITEM-FILE
               IF WS-PREV-CUSTOMER NOT = SPACES
                   PERFORM WRITE-CUSTOMER-LINE
               END-IF
           ELSE
               DISPLAY "ARITEMS.DAT NO DISPONIBLE - STATUS "
                   WS-ARI-STATUS
           END-IF.
           IF WS-CUS-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.

           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE WS-GRAND-BKT(WS-SUB) TO GR-AMOUNT(WS-SUB)
           END-PERFORM.
           MOVE WS-GRAND-BALANCE TO GR-BALANCE.
           WRITE AGING-REPORT-LINE FROM WS-GRAND-LINE.
           MOVE WS-CUSTOMER-COUNT TO CN-CUSTOMERS.
           MOVE WS-ITEM-COUNT TO CN-ITEMS.
           WRITE AGING-REPORT-LINE FROM WS-COUNT-LINE.
           CLOSE AGING-REPORT-FILE.

           DISPLAY "AR-AGING - INFORME EN ARAGING.RPT".
           GOBACK.

       AGE-ONE-ITEM.
           IF ARI-CUSTOMER NOT = WS-PREV-CUSTOMER
               IF WS-PREV-CUSTOMER NOT = SPACES
                   PERFORM WRITE-CUSTOMER-LINE
               END-IF
               MOVE ARI-CUSTOMER TO WS-PREV-CUSTOMER
               PERFORM CLEAR-CUSTOMER-BUCKETS
           END-IF.

           IF ARI-UNAPPLIED OR ARI-CREDIT-MEMO
               MOVE 5 TO WS-BUCKET
           ELSE
               IF ARI-ITEM-DATE IS NOT NUMERIC OR ARI-ITEM-DATE = ZERO
                   MOVE WS-BOUND-3 TO WS-AGE-DAYS
                   ADD 1 TO WS-AGE-DAYS
               ELSE
                   COMPUTE WS-ITEM-INT =
                       FUNCTION INTEGER-OF-DATE(ARI-ITEM-DATE)
                   COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-ITEM-INT
                   IF WS-AGE-DAYS < ZERO
                       MOVE ZERO TO WS-AGE-DAYS
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= WS-BOUND-1
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS <= WS-BOUND-2
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS <= WS-BOUND-3
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
               END-EVALUATE
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.
           ADD ARI-OPEN-AMOUNT TO WS-CUST-BKT(WS-BUCKET).
           ADD ARI-OPEN-AMOUNT TO WS-GRAND-BKT(WS-BUCKET).
           ADD ARI-OPEN-AMOUNT TO WS-CUST-BALANCE.
           ADD ARI-OPEN-AMOUNT TO WS-GRAND-BALANCE.

       WRITE-CUSTOMER-LINE.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE WS-PREV-CUSTOMER TO CU-CODE.
           MOVE "** NO EN CUSTMAST **" TO CU-NAME.
           IF WS-CUS-OPEN
               MOVE WS-PREV-CUSTOMER TO CUS-CODE
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUS-NAME TO CU-NAME
               END-READ
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE WS-CUST-BKT(WS-SUB) TO CU-AMOUNT(WS-SUB)
           END-PERFORM.
           MOVE WS-CUST-BALANCE TO CU-BALANCE.
           WRITE AGING-REPORT-LINE FROM WS-CUST-LINE.

       CLEAR-CUSTOMER-BUCKETS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE ZERO TO WS-CUST-BKT(WS-SUB)
           END-PERFORM.
           MOVE ZERO TO WS-CUST-BALANCE.

       LOAD-AGE-CONFIG.
           OPEN INPUT AGE-CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ AGE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-BOUND-1 > ZERO
                           AND CTL-BOUND-2 > CTL-BOUND-1
                           AND CTL-BOUND-3 > CTL-BOUND-2
                           MOVE CTL-BOUND-1 TO WS-BOUND-1
                           MOVE CTL-BOUND-2 TO WS-BOUND-2
                           MOVE CTL-BOUND-3 TO WS-BOUND-3
                       END-IF
               END-READ
               CLOSE AGE-CTL-FILE
           END-IF.

       END PROGRAM AR-AGING.
