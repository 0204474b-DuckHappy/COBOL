      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASK-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT MASKED-EMPLOYEE-FILE ASSIGN TO "EMPMAST.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEM-ID
               FILE STATUS IS WS-MEM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT MASKED-CUSTOMER-FILE ASSIGN TO "CUSTMAST.MSK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MCU-CODE
               FILE STATUS IS WS-MCU-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPM-STATUS.
           SELECT MASKED-OPERATOR-FILE ASSIGN TO "OPERMAST.MSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOP-STATUS.
           SELECT MASK-REPORT-FILE ASSIGN TO "MASKRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  MASKED-EMPLOYEE-FILE.
       01  MASKED-EMPLOYEE-RECORD.
           02 MEM-ID   PIC 9(6).
           02 FILLER   PIC X(70).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  MASKED-CUSTOMER-FILE.
       01  MASKED-CUSTOMER-RECORD.
           02 MCU-CODE PIC X(6).
           02 FILLER   PIC X(60).

       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  MASKED-OPERATOR-FILE.
       01  MASKED-OPERATOR-RECORD PIC X(43).

       FD  MASK-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX.
       01  WS-MEM-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-MCU-STATUS PIC XX.
       01  WS-OPM-STATUS PIC XX.
       01  WS-MOP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.

      *    Fake values are picked from these tables by a hash of the
      *    real value, so the same real name always gets the same fake
      *    one, run after run and across the three masters.
       01  WS-FIRST-NAME-VALUES.
           02 FILLER PIC X(10) VALUE "ALBA".
           02 FILLER PIC X(10) VALUE "BRUNO".
           02 FILLER PIC X(10) VALUE "CELIA".
           02 FILLER PIC X(10) VALUE "DARIO".
           02 FILLER PIC X(10) VALUE "ELENA".
           02 FILLER PIC X(10) VALUE "FABIO".
           02 FILLER PIC X(10) VALUE "GALA".
           02 FILLER PIC X(10) VALUE "HUGO".
           02 FILLER PIC X(10) VALUE "IRENE".
           02 FILLER PIC X(10) VALUE "JULIO".
           02 FILLER PIC X(10) VALUE "LARA".
           02 FILLER PIC X(10) VALUE "MARCOS".
           02 FILLER PIC X(10) VALUE "NORA".
           02 FILLER PIC X(10) VALUE "OSCAR".
           02 FILLER PIC X(10) VALUE "PAULA".
           02 FILLER PIC X(10) VALUE "RAUL".
           02 FILLER PIC X(10) VALUE "SARA".
           02 FILLER PIC X(10) VALUE "TOMAS".
           02 FILLER PIC X(10) VALUE "VERA".
           02 FILLER PIC X(10) VALUE "ZOE".
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           02 WS-FIRST-NAME-TBL PIC X(10) OCCURS 20 TIMES.

       01  WS-SURNAME-VALUES.
           02 FILLER PIC X(10) VALUE "ARENAS".
           02 FILLER PIC X(10) VALUE "BLANCO".
           02 FILLER PIC X(10) VALUE "CAMPOS".
           02 FILLER PIC X(10) VALUE "DELGADO".
           02 FILLER PIC X(10) VALUE "ESTEBAN".
           02 FILLER PIC X(10) VALUE "FUENTES".
           02 FILLER PIC X(10) VALUE "GARRIDO".
           02 FILLER PIC X(10) VALUE "HERRERO".
           02 FILLER PIC X(10) VALUE "IBARRA".
           02 FILLER PIC X(10) VALUE "JURADO".
           02 FILLER PIC X(10) VALUE "LOZANO".
           02 FILLER PIC X(10) VALUE "MOLINA".
           02 FILLER PIC X(10) VALUE "NAVARRO".
           02 FILLER PIC X(10) VALUE "ORTEGA".
           02 FILLER PIC X(10) VALUE "PASTOR".
           02 FILLER PIC X(10) VALUE "QUIROGA".
           02 FILLER PIC X(10) VALUE "ROMERO".
           02 FILLER PIC X(10) VALUE "SANZ".
           02 FILLER PIC X(10) VALUE "TORRES".
           02 FILLER PIC X(10) VALUE "VIDAL".
       01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
           02 WS-SURNAME-TBL PIC X(10) OCCURS 20 TIMES.

       01  WS-COMPANY-VALUES.
           02 FILLER PIC X(13) VALUE "COMERCIAL".
           02 FILLER PIC X(13) VALUE "DISTRIBUIDORA".
           02 FILLER PIC X(13) VALUE "TALLERES".
           02 FILLER PIC X(13) VALUE "SUMINISTROS".
           02 FILLER PIC X(13) VALUE "INDUSTRIAS".
           02 FILLER PIC X(13) VALUE "SERVICIOS".
           02 FILLER PIC X(13) VALUE "TRANSPORTES".
           02 FILLER PIC X(13) VALUE "ALMACENES".
       01  WS-COMPANY-TABLE REDEFINES WS-COMPANY-VALUES.
           02 WS-COMPANY-TBL PIC X(13) OCCURS 8 TIMES.

       01  WS-ALPHABET PIC X(37)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 ".
       01  WS-HASH-TEXT PIC X(20).
       01  WS-HASH-CHAR PIC X.
       01  WS-HASH-VALUE PIC 9(5).
       01  WS-HASH-WORK PIC 9(7).
       01  WS-HASH-QUOT PIC 9(7).
       01  WS-CHAR-POS PIC 9(3).
       01  WS-CSUB PIC 9(3).
       01  WS-PICK PIC 9(3).
       01  WS-PICK-2 PIC 9(3).
       01  WS-FAKE-FIRST PIC X(10).
       01  WS-FAKE-SURNAME PIC X(10).
       01  WS-FAKE-FULL PIC X(20).

       01  WS-BIRTH-WORK PIC 9(8).
       01  WS-BIRTH-WORK-R REDEFINES WS-BIRTH-WORK.
           02 WS-BW-YYYY PIC 9(4).
           02 WS-BW-MM   PIC 9(2).
           02 WS-BW-DD   PIC 9(2).
       01  WS-BW-MMDD PIC 9(4).
       01  WS-RUN-MMDD PIC 9(4).
       01  WS-DERIVED-AGE PIC 9(2).

       01  WS-FILE-READ PIC 9(5).
       01  WS-FILE-WRITTEN PIC 9(5).
       01  WS-FIELDS-MASKED PIC X(40).

       COPY RUNSTAMP.

       01  WS-HDR-LINE.
           02 FILLER PIC X(34)
               VALUE "EXTRACTO ENMASCARADO DE MAESTROS -".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WH-DD PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 WH-MM PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 WH-YYYY PIC 9(4).

       01  WS-FILE-HEADING.
           02 FILLER PIC X(8) VALUE "ARCHIVO ".
           02 FH-SOURCE PIC X(12).
           02 FILLER PIC X(4) VALUE " -> ".
           02 FH-TARGET PIC X(12).
           02 FILLER PIC X(10) VALUE " CAMPOS: ".
           02 FH-FIELDS PIC X(34).

       01  WS-DETAIL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DL-KEY PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-FIELDS PIC X(40).

       01  WS-FILE-TOTAL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "LEIDOS : ".
           02 FT-READ PIC ZZZZ9.
           02 FILLER PIC X(14) VALUE "  ESCRITOS : ".
           02 FT-WRITTEN PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT MASK-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE REPORT-LINE FROM ENV-BANNER.
           MOVE WS-RUN-DD TO WH-DD.
           MOVE WS-RUN-MM TO WH-MM.
           MOVE WS-RUN-YYYY TO WH-YYYY.
           WRITE REPORT-LINE FROM WS-HDR-LINE.

           PERFORM MASK-EMPLOYEE-MASTER.
           PERFORM MASK-CUSTOMER-MASTER.
           PERFORM MASK-OPERATOR-MASTER.

           CLOSE MASK-REPORT-FILE.
           DISPLAY "MASK-EXTRACT - COPIAS .MSK Y MASKRPT.RPT GENERADOS".
           GOBACK.

      *    Names and birth date are replaced; the birth year is kept
      *    so age bands still hold and EMP-EDAD is recomputed from the
      *    fake date. ID, department and pay are copied unchanged.
       MASK-EMPLOYEE-MASTER.
           MOVE ZERO TO WS-FILE-READ.
           MOVE ZERO TO WS-FILE-WRITTEN.
           MOVE "EMPMAST.DAT" TO FH-SOURCE.
           MOVE "EMPMAST.MSK" TO FH-TARGET.
           MOVE "NOMBRE APELLIDO EDAD FECHA-NAC" TO FH-FIELDS.
           PERFORM WRITE-FILE-HEADING.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NO DISPONIBLE - STATUS "
                   WS-EMP-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT MASKED-EMPLOYEE-FILE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM MASK-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE MASKED-EMPLOYEE-FILE
               CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM WRITE-FILE-TOTAL.

       MASK-ONE-EMPLOYEE.
           MOVE EMP-NOMBRE TO WS-HASH-TEXT.
           PERFORM HASH-TEXT.
           PERFORM PICK-FIRST-NAME.
           MOVE WS-FAKE-FIRST TO EMP-NOMBRE.
           MOVE EMP-APELLIDO TO WS-HASH-TEXT.
           PERFORM HASH-TEXT.
           PERFORM PICK-SURNAME.
           MOVE WS-FAKE-SURNAME TO EMP-APELLIDO.
           MOVE "NOMBRE APELLIDO" TO WS-FIELDS-MASKED.
           IF EMP-BIRTH-DATE IS NUMERIC AND EMP-BIRTH-DATE > ZERO
               MOVE EMP-BIRTH-DATE TO WS-BIRTH-WORK
               DIVIDE EMP-ID BY 12 GIVING WS-HASH-QUOT
                   REMAINDER WS-BW-MM
               ADD 1 TO WS-BW-MM
               DIVIDE EMP-ID BY 28 GIVING WS-HASH-QUOT
                   REMAINDER WS-BW-DD
               ADD 1 TO WS-BW-DD
               MOVE WS-BIRTH-WORK TO EMP-BIRTH-DATE
               COMPUTE WS-BW-MMDD = (WS-BW-MM * 100) + WS-BW-DD
               COMPUTE WS-RUN-MMDD = (WS-RUN-MM * 100) + WS-RUN-DD
               COMPUTE WS-DERIVED-AGE = WS-RUN-YYYY - WS-BW-YYYY
               IF WS-RUN-MMDD < WS-BW-MMDD
                   SUBTRACT 1 FROM WS-DERIVED-AGE
               END-IF
               MOVE WS-DERIVED-AGE TO EMP-EDAD
               MOVE "NOMBRE APELLIDO EDAD FECHA-NAC"
                   TO WS-FIELDS-MASKED
           END-IF.
           MOVE EMPLOYEE-RECORD TO MASKED-EMPLOYEE-RECORD.
           WRITE MASKED-EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "EMPMAST.MSK WRITE FALLIDO - " EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
           END-WRITE.
           MOVE EMP-ID TO DL-KEY.
           MOVE WS-FIELDS-MASKED TO DL-FIELDS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *    Code, active flag, credit limit and hold are copied so the
      *    price lines, contracts and AR items still join.
       MASK-CUSTOMER-MASTER.
           MOVE ZERO TO WS-FILE-READ.
           MOVE ZERO TO WS-FILE-WRITTEN.
           MOVE "CUSTMAST.DAT" TO FH-SOURCE.
           MOVE "CUSTMAST.MSK" TO FH-TARGET.
           MOVE "NOMBRE CONTACTO" TO FH-FIELDS.
           PERFORM WRITE-FILE-HEADING.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-CUS-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT MASKED-CUSTOMER-FILE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CUSTOMER-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM MASK-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE MASKED-CUSTOMER-FILE
               CLOSE CUSTOMER-MASTER
           END-IF.
           PERFORM WRITE-FILE-TOTAL.

       MASK-ONE-CUSTOMER.
           MOVE CUS-NAME TO WS-HASH-TEXT.
           PERFORM HASH-TEXT.
           DIVIDE WS-HASH-VALUE BY 8 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK.
           ADD 1 TO WS-PICK.
           PERFORM PICK-SURNAME.
           MOVE SPACES TO CUS-NAME.
           STRING WS-COMPANY-TBL(WS-PICK) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-FAKE-SURNAME DELIMITED BY SPACE
               INTO CUS-NAME.
           MOVE CUS-CONTACT TO WS-HASH-TEXT.
           PERFORM HASH-TEXT.
           PERFORM BUILD-FAKE-FULL-NAME.
           MOVE WS-FAKE-FULL TO CUS-CONTACT.
           MOVE CUSTOMER-RECORD TO MASKED-CUSTOMER-RECORD.
           WRITE MASKED-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTMAST.MSK WRITE FALLIDO - " CUS-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-FILE-WRITTEN
           END-WRITE.
           MOVE CUS-CODE TO DL-KEY.
           MOVE "NOMBRE CONTACTO" TO DL-FIELDS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *    ID, role and active flag are copied so the test operators
      *    sign on with the same IDs and rights.
       MASK-OPERATOR-MASTER.
           MOVE ZERO TO WS-FILE-READ.
           MOVE ZERO TO WS-FILE-WRITTEN.
           MOVE "OPERMAST.DAT" TO FH-SOURCE.
           MOVE "OPERMAST.MSK" TO FH-TARGET.
           MOVE "NOMBRE" TO FH-FIELDS.
           PERFORM WRITE-FILE-HEADING.
           OPEN INPUT OPERATOR-MASTER.
           IF WS-OPM-STATUS NOT = "00"
               DISPLAY "OPERMAST.DAT NO DISPONIBLE - STATUS "
                   WS-OPM-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT MASKED-OPERATOR-FILE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM MASK-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE MASKED-OPERATOR-FILE
               CLOSE OPERATOR-MASTER
           END-IF.
           PERFORM WRITE-FILE-TOTAL.

       MASK-ONE-OPERATOR.
           MOVE OPM-NAME TO WS-HASH-TEXT.
           PERFORM HASH-TEXT.
           PERFORM BUILD-FAKE-FULL-NAME.
           MOVE WS-FAKE-FULL TO OPM-NAME.
           MOVE OPERATOR-RECORD TO MASKED-OPERATOR-RECORD.
           WRITE MASKED-OPERATOR-RECORD.
           ADD 1 TO WS-FILE-WRITTEN.
           MOVE OPM-ID TO DL-KEY.
           MOVE "NOMBRE" TO DL-FIELDS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       HASH-TEXT.
           MOVE ZERO TO WS-HASH-VALUE.
           PERFORM VARYING WS-CSUB FROM 1 BY 1 UNTIL WS-CSUB > 20
               MOVE WS-HASH-TEXT(WS-CSUB:1) TO WS-HASH-CHAR
               MOVE ZERO TO WS-CHAR-POS
               INSPECT WS-ALPHABET TALLYING WS-CHAR-POS
                   FOR CHARACTERS BEFORE INITIAL WS-HASH-CHAR
               COMPUTE WS-HASH-WORK =
                   (WS-HASH-VALUE * 31) + WS-CHAR-POS + 1
               DIVIDE WS-HASH-WORK BY 9973 GIVING WS-HASH-QUOT
                   REMAINDER WS-HASH-VALUE
           END-PERFORM.

       PICK-FIRST-NAME.
           DIVIDE WS-HASH-VALUE BY 20 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK.
           ADD 1 TO WS-PICK.
           MOVE WS-FIRST-NAME-TBL(WS-PICK) TO WS-FAKE-FIRST.

       PICK-SURNAME.
           DIVIDE WS-HASH-VALUE BY 7 GIVING WS-HASH-QUOT.
           DIVIDE WS-HASH-QUOT BY 20 GIVING WS-HASH-QUOT
               REMAINDER WS-PICK-2.
           ADD 1 TO WS-PICK-2.
           MOVE WS-SURNAME-TBL(WS-PICK-2) TO WS-FAKE-SURNAME.

       BUILD-FAKE-FULL-NAME.
           PERFORM PICK-FIRST-NAME.
           PERFORM PICK-SURNAME.
           MOVE SPACES TO WS-FAKE-FULL.
           STRING WS-FAKE-FIRST DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-FAKE-SURNAME DELIMITED BY SPACE
               INTO WS-FAKE-FULL.

       WRITE-FILE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-FILE-HEADING.

       WRITE-FILE-TOTAL.
           MOVE WS-FILE-READ TO FT-READ.
           MOVE WS-FILE-WRITTEN TO FT-WRITTEN.
           WRITE REPORT-LINE FROM WS-FILE-TOTAL-LINE.

       END PROGRAM MASK-EXTRACT.
