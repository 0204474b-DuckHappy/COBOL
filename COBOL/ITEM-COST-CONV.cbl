      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-COST-CONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-MASTER ASSIGN TO "ITEMMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ITM-CODE
               FILE STATUS IS WS-OLD-STATUS.
           SELECT ITEM-MASTER ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ITEM-MASTER.
      *    The 31-byte layout without the standard cost. The live
      *    master cannot be widened in place, so the old file is read
      *    under its own layout and a fresh master is loaded under
      *    the current ITEMREC with a zero cost; the costs are then
      *    keyed through ITEM-MAINT.
       01  OLD-ITEM-RECORD.
           02 OLD-ITM-CODE        PIC X(6).
           02 OLD-ITM-DESCRIPTION PIC X(20).
           02 OLD-ITM-UNIT        PIC X(4).
           02 OLD-ITM-ACTIVE-FLAG PIC X.

       FD  ITEM-MASTER.
       COPY ITEMREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS PIC XX.
       01  WS-ITM-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-READ-COUNT PIC 9(5) VALUE ZERO.
       01  WS-CONVERTED-COUNT PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT OLD-ITEM-MASTER.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "ITEM-COST-CONV - ITEMMAST.OLD NO DISPONIBLE "
                   "- STATUS " WS-OLD-STATUS
               DISPLAY "RENOMBRAR EL VIEJO ITEMMAST.DAT A "
                   "ITEMMAST.OLD ANTES DE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ITEM-MASTER.
           IF WS-ITM-STATUS NOT = "00"
               DISPLAY "ITEMMAST.DAT NO SE PUDO CREAR - STATUS "
                   WS-ITM-STATUS
               CLOSE OLD-ITEM-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF
               READ OLD-ITEM-MASTER
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CONVERT-ONE-ITEM
               END-READ
           END-PERFORM.

           CLOSE OLD-ITEM-MASTER.
           CLOSE ITEM-MASTER.

           DISPLAY "ITEM-COST-CONV - " WS-READ-COUNT " LEIDOS, "
               WS-CONVERTED-COUNT " CARGADOS SIN COSTO ESTANDAR".
           GOBACK.

       CONVERT-ONE-ITEM.
           MOVE OLD-ITM-CODE TO ITM-CODE.
           MOVE OLD-ITM-DESCRIPTION TO ITM-DESCRIPTION.
           MOVE OLD-ITM-UNIT TO ITM-UNIT.
           MOVE OLD-ITM-ACTIVE-FLAG TO ITM-ACTIVE-FLAG.
           MOVE ZERO TO ITM-STD-COST.
           WRITE ITEM-RECORD
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA EN EL VIEJO MAESTRO: "
                       OLD-ITM-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

       END PROGRAM ITEM-COST-CONV.
