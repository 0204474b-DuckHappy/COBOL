      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-SCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-CTL-FILE ASSIGN TO "DUPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUS-CODE
               FILE STATUS IS WS-CUS-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO "DUPCAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.
           SELECT DUP-REPORT-FILE ASSIGN TO "DUPSCAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Sensitivity of the scan. Any field left blank or zero keeps
      *    the default shown against WS-DUP-CONTROLS below.
       FD  DUP-CTL-FILE.
       01  DUP-CTL-RECORD.
           02 DCT-CUS-MIN    PIC 9(3).
           02 DCT-EMP-MIN    PIC 9(3).
           02 DCT-PREFIX-LEN PIC 9(2).

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  CANDIDATE-FILE.
       COPY DUPCAND.

       FD  DUP-REPORT-FILE.
       01  DUP-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DCT-STATUS PIC XX.
       01  WS-CUS-STATUS PIC XX.
       01  WS-EMP-STATUS PIC XX.
       01  WS-DUP-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

      *    WS-CUS-MIN / WS-EMP-MIN: lowest score reported as a
      *    candidate. WS-PREFIX-LEN: leading characters of two
      *    normalised customer names that must agree for a partial
      *    name match.
       01  WS-DUP-CONTROLS.
           02 WS-CUS-MIN    PIC 9(3) VALUE 60.
           02 WS-EMP-MIN    PIC 9(3) VALUE 70.
           02 WS-PREFIX-LEN PIC 9(2) VALUE 6.

      *    Points for each matching field. Customers: the whole
      *    normalised name or, failing that, its leading characters,
      *    plus the normalised contact. Employees: surname, first
      *    name and birth date; two known birth dates that differ
      *    mean two different people whatever the names say.
       01  WS-POINTS.
           02 WS-PTS-CUS-NAME    PIC 9(3) VALUE 60.
           02 WS-PTS-CUS-PREFIX  PIC 9(3) VALUE 30.
           02 WS-PTS-CUS-CONTACT PIC 9(3) VALUE 40.
           02 WS-PTS-EMP-SURNAME PIC 9(3) VALUE 40.
           02 WS-PTS-EMP-FIRST   PIC 9(3) VALUE 30.
           02 WS-PTS-EMP-BIRTH   PIC 9(3) VALUE 30.

       01  WS-CUS-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CUS-TABLE.
           02 WS-CUS-ENTRY OCCURS 1000 TIMES.
               03 WS-C-CODE    PIC X(6).
               03 WS-C-NAME    PIC X(20).
               03 WS-C-NORM    PIC X(20).
               03 WS-C-NORM-LEN PIC 9(2).
               03 WS-C-CONTACT PIC X(20).

       01  WS-EMP-COUNT PIC 9(4) VALUE ZERO.
       01  WS-EMP-TABLE.
           02 WS-EMP-ENTRY OCCURS 1000 TIMES.
               03 WS-E-ID       PIC 9(6).
               03 WS-E-APELLIDO PIC X(20).
               03 WS-E-SURNAME  PIC X(20).
               03 WS-E-FIRST    PIC X(20).
               03 WS-E-BIRTH    PIC 9(8).

      *    Every pair already on DUPCAND.DAT, whatever its
      *    disposition, so no pair is handed to review twice.
       01  WS-SEEN-COUNT PIC 9(4) VALUE ZERO.
       01  WS-SEEN-TABLE.
           02 WS-SEEN-ENTRY OCCURS 2000 TIMES.
               03 WS-SEEN-KIND  PIC X.
               03 WS-SEEN-KEY-1 PIC X(6).
               03 WS-SEEN-KEY-2 PIC X(6).
               03 WS-SEEN-DISP  PIC X.

       01  WS-SUB PIC 9(4).
       01  WS-SUB-2 PIC 9(4).
       01  WS-SEEN-SUB PIC 9(4).
       01  WS-SCORE PIC 9(3).
       01  WS-REASON PIC X(20).
       01  WS-REASON-LEN PIC 9(2).
       01  WS-REASON-WORD PIC X(10).
       01  WS-PAIR-KIND PIC X.
       01  WS-PAIR-KEY-1 PIC X(6).
       01  WS-PAIR-KEY-2 PIC X(6).
       01  WS-PAIR-NAME PIC X(20).
       01  WS-BIRTH-MATCH-FLAG PIC X.
           88 WS-BIRTH-MATCH    VALUE 'Y'.
           88 WS-BIRTH-CONFLICT VALUE 'C'.
           88 WS-BIRTH-UNKNOWN  VALUE 'U'.

      *    Normalisation: upper case, letters and digits only, points
      *    dropped so S.A. reads SA, and legal-form and filler words
      *    left out, so "Acme, S.A." and "ACME SA" both read ACME.
       01  WS-NORM-IN PIC X(20).
       01  WS-NORM-OUT PIC X(20).
       01  WS-NORM-LEN PIC 9(2).
       01  WS-NORM-WORD PIC X(20).
       01  WS-NORM-WLEN PIC 9(2).
       01  WS-NORM-CHAR PIC X.
       01  WS-CSUB PIC 9(2).
       01  WS-NOISE-WORDS.
           02 FILLER PIC X(4) VALUE "SA  ".
           02 FILLER PIC X(4) VALUE "SL  ".
           02 FILLER PIC X(4) VALUE "SLU ".
           02 FILLER PIC X(4) VALUE "SAS ".
           02 FILLER PIC X(4) VALUE "SRL ".
           02 FILLER PIC X(4) VALUE "LTD ".
           02 FILLER PIC X(4) VALUE "INC ".
           02 FILLER PIC X(4) VALUE "CIA ".
           02 FILLER PIC X(4) VALUE "Y   ".
           02 FILLER PIC X(4) VALUE "DE  ".
           02 FILLER PIC X(4) VALUE "DEL ".
           02 FILLER PIC X(4) VALUE "LA  ".
           02 FILLER PIC X(4) VALUE "EL  ".
       01  WS-NOISE-TABLE REDEFINES WS-NOISE-WORDS.
           02 WS-NOISE-WORD PIC X(4) OCCURS 13 TIMES.
       01  WS-NOISE-SUB PIC 9(2).

       01  WS-CANDIDATE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-NEW-COUNT PIC 9(5) VALUE ZERO.
       01  WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01  WS-MERGE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-DISMISSED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SECTION-FLAGGED PIC 9(5).

       COPY RUNSTAMP.
       COPY MSGFMT.

       01  WS-TITLE-LINE.
           02 FILLER PIC X(38)
               VALUE "CANDIDATOS A REGISTRO DUPLICADO      ".
           02 FILLER PIC X(8) VALUE "FECHA: ".
           02 TL-DATE PIC 9(8).

       01  WS-SENSITIVITY-LINE.
           02 FILLER PIC X(19) VALUE "PUNTUACION MINIMA ".
           02 FILLER PIC X(10) VALUE "CLIENTES ".
           02 SL-CUS-MIN PIC ZZ9.
           02 FILLER PIC X(12) VALUE "  EMPLEADOS ".
           02 SL-EMP-MIN PIC ZZ9.
           02 FILLER PIC X(11) VALUE "  PREFIJO ".
           02 SL-PREFIX-LEN PIC Z9.

       01  WS-SECTION-LINE.
           02 SC-TEXT PIC X(60).

       01  WS-CANDIDATE-HEAD.
           02 FILLER PIC X(34)
               VALUE "  CLAVE1  CLAVE2PUNT  COINCIDENCIA".
           02 FILLER PIC X(25)
               VALUE "         ESTADO    NOMBRE".

       01  WS-CANDIDATE-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-KEY-1 PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-KEY-2 PIC X(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-SCORE PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-REASON PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-STATUS PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-NAME PIC X(20).

       01  WS-NONE-LINE.
           02 FILLER PIC X(30) VALUE "  SIN CANDIDATOS".

       01  WS-TOTAL-LINE.
           02 FILLER PIC X(20) VALUE "TOTAL CANDIDATOS   ".
           02 TT-CANDIDATES PIC ZZ,ZZ9.
           02 FILLER PIC X(10) VALUE "   NUEVOS ".
           02 TT-NEW PIC ZZ,ZZ9.
           02 FILLER PIC X(11) VALUE "   ABIERTOS".
           02 TT-OPEN PIC ZZ,ZZ9.
           02 FILLER PIC X(11) VALUE "   FUSIONAR".
           02 TT-MERGE PIC ZZ,ZZ9.

       01  WS-DISMISSED-LINE.
           02 FILLER PIC X(40)
               VALUE "PAREJAS YA DESCARTADAS (NO DUPLICADO)  ".
           02 TD-DISMISSED PIC ZZ,ZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LOAD-DUP-CONTROL.
           PERFORM LOAD-KNOWN-PAIRS.
           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-EMPLOYEES.

           OPEN OUTPUT DUP-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           WRITE DUP-REPORT-LINE FROM ENV-BANNER.
           PERFORM WRITE-REPORT-HEADING.

           OPEN EXTEND CANDIDATE-FILE.
           IF WS-DUP-STATUS = "35"
               OPEN OUTPUT CANDIDATE-FILE
           END-IF.
           PERFORM SCAN-CUSTOMERS.
           PERFORM SCAN-EMPLOYEES.
           CLOSE CANDIDATE-FILE.

           MOVE SPACES TO DUP-REPORT-LINE.
           WRITE DUP-REPORT-LINE.
           MOVE WS-CANDIDATE-COUNT TO TT-CANDIDATES.
           MOVE WS-NEW-COUNT TO TT-NEW.
           MOVE WS-OPEN-COUNT TO TT-OPEN.
           MOVE WS-MERGE-COUNT TO TT-MERGE.
           WRITE DUP-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE WS-DISMISSED-COUNT TO TD-DISMISSED.
           WRITE DUP-REPORT-LINE FROM WS-DISMISSED-LINE.
           CLOSE DUP-REPORT-FILE.

           IF WS-NEW-COUNT > ZERO OR WS-OPEN-COUNT > ZERO
               MOVE "W" TO MSG-SEVERITY
               MOVE "DUPSCAN" TO MSG-PROGRAM-ID
               MOVE "DUP0001" TO MSG-ID
               MOVE "CANDIDATOS A DUPLICADO PENDIENTES DE REVISION"
                   TO MSG-TEXT
               CALL "MSG-LOOKUP" USING WS-STD-MESSAGE
               CALL "MSG-WRITER" USING WS-STD-MESSAGE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "DUP-SCAN - CANDIDATOS " WS-CANDIDATE-COUNT
               " NUEVOS " WS-NEW-COUNT
               " - VER DUPSCAN.RPT".
           GOBACK.

       LOAD-DUP-CONTROL.
           OPEN INPUT DUP-CTL-FILE.
           IF WS-DCT-STATUS = "00"
               READ DUP-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-DUP-CONTROL
               END-READ
               CLOSE DUP-CTL-FILE
           END-IF.

       APPLY-DUP-CONTROL.
           IF DCT-CUS-MIN IS NUMERIC AND DCT-CUS-MIN > ZERO
                   AND DCT-CUS-MIN NOT > 100
               MOVE DCT-CUS-MIN TO WS-CUS-MIN
           END-IF.
           IF DCT-EMP-MIN IS NUMERIC AND DCT-EMP-MIN > ZERO
                   AND DCT-EMP-MIN NOT > 100
               MOVE DCT-EMP-MIN TO WS-EMP-MIN
           END-IF.
           IF DCT-PREFIX-LEN IS NUMERIC AND DCT-PREFIX-LEN > 2
                   AND DCT-PREFIX-LEN NOT > 20
               MOVE DCT-PREFIX-LEN TO WS-PREFIX-LEN
           END-IF.

       LOAD-KNOWN-PAIRS.
           OPEN INPUT CANDIDATE-FILE.
           IF WS-DUP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CANDIDATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-KNOWN-PAIR
                   END-READ
               END-PERFORM
               CLOSE CANDIDATE-FILE
           END-IF.

       ADD-KNOWN-PAIR.
           IF WS-SEEN-COUNT >= 2000
               DISPLAY "DUPCAND.DAT HAS MORE THAN 2000 PAIRS - "
                   "EXTRA IGNORED"
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-SEEN-COUNT
               MOVE DUP-KIND TO WS-SEEN-KIND(WS-SEEN-COUNT)
               MOVE DUP-KEY-1 TO WS-SEEN-KEY-1(WS-SEEN-COUNT)
               MOVE DUP-KEY-2 TO WS-SEEN-KEY-2(WS-SEEN-COUNT)
               IF DUP-MERGE OR DUP-NOT-DUPLICATE
                   MOVE DUP-DISP TO WS-SEEN-DISP(WS-SEEN-COUNT)
               ELSE
                   MOVE 'O' TO WS-SEEN-DISP(WS-SEEN-COUNT)
               END-IF
           END-IF.

      *    Deactivated customers are left out: deactivating the
      *    duplicate is how a merge is carried through, and the pair
      *    drops off the report once it has been.
       LOAD-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUS-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ CUSTOMER-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CUS-ACTIVE-FLAG NOT = 'N'
                               PERFORM ADD-CUSTOMER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY "CUSTMAST.DAT NO DISPONIBLE - STATUS "
                   WS-CUS-STATUS
           END-IF.

       ADD-CUSTOMER-ENTRY.
           IF WS-CUS-COUNT >= 1000
               DISPLAY "CUSTMAST.DAT HAS MORE THAN 1000 ACTIVE "
                   "CUSTOMERS - EXTRA IGNORED"
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CUS-COUNT
               MOVE CUS-CODE TO WS-C-CODE(WS-CUS-COUNT)
               MOVE CUS-NAME TO WS-C-NAME(WS-CUS-COUNT)
               MOVE CUS-NAME TO WS-NORM-IN
               PERFORM NORMALISE-TEXT
               MOVE WS-NORM-OUT TO WS-C-NORM(WS-CUS-COUNT)
               MOVE WS-NORM-LEN TO WS-C-NORM-LEN(WS-CUS-COUNT)
               MOVE CUS-CONTACT TO WS-NORM-IN
               PERFORM NORMALISE-TEXT
               MOVE WS-NORM-OUT TO WS-C-CONTACT(WS-CUS-COUNT)
           END-IF.

       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-EMPLOYEE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
           ELSE
               DISPLAY "EMPMAST.DAT NO DISPONIBLE - STATUS "
                   WS-EMP-STATUS
           END-IF.

       ADD-EMPLOYEE-ENTRY.
           IF WS-EMP-COUNT >= 1000
               DISPLAY "EMPMAST.DAT HAS MORE THAN 1000 EMPLOYEES - "
                   "EXTRA IGNORED"
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-ID TO WS-E-ID(WS-EMP-COUNT)
               MOVE EMP-APELLIDO TO WS-E-APELLIDO(WS-EMP-COUNT)
               MOVE EMP-APELLIDO TO WS-NORM-IN
               PERFORM NORMALISE-TEXT
               MOVE WS-NORM-OUT TO WS-E-SURNAME(WS-EMP-COUNT)
               MOVE EMP-NOMBRE TO WS-NORM-IN
               PERFORM NORMALISE-TEXT
               MOVE WS-NORM-OUT TO WS-E-FIRST(WS-EMP-COUNT)
               IF EMP-BIRTH-DATE IS NUMERIC
                   MOVE EMP-BIRTH-DATE TO WS-E-BIRTH(WS-EMP-COUNT)
               ELSE
                   MOVE ZERO TO WS-E-BIRTH(WS-EMP-COUNT)
               END-IF
           END-IF.

       NORMALISE-TEXT.
           INSPECT WS-NORM-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO TO WS-NORM-LEN.
           MOVE SPACES TO WS-NORM-WORD.
           MOVE ZERO TO WS-NORM-WLEN.
           PERFORM VARYING WS-CSUB FROM 1 BY 1 UNTIL WS-CSUB > 20
               MOVE WS-NORM-IN(WS-CSUB:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR NOT < "A" AND WS-NORM-CHAR NOT > "Z")
                   OR (WS-NORM-CHAR NOT < "0"
                       AND WS-NORM-CHAR NOT > "9")
                   ADD 1 TO WS-NORM-WLEN
                   MOVE WS-NORM-CHAR TO WS-NORM-WORD(WS-NORM-WLEN:1)
               ELSE
                   IF WS-NORM-CHAR NOT = "."
                       PERFORM FLUSH-NORM-WORD
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FLUSH-NORM-WORD.

       FLUSH-NORM-WORD.
           IF WS-NORM-WLEN > ZERO
               SET WS-FOUND TO FALSE
               PERFORM VARYING WS-NOISE-SUB FROM 1 BY 1
                       UNTIL WS-NOISE-SUB > 13 OR WS-FOUND
                   IF WS-NORM-WORD = WS-NOISE-WORD(WS-NOISE-SUB)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   MOVE WS-NORM-WORD(1:WS-NORM-WLEN)
                       TO WS-NORM-OUT(WS-NORM-LEN + 1:WS-NORM-WLEN)
                   ADD WS-NORM-WLEN TO WS-NORM-LEN
               END-IF
               MOVE SPACES TO WS-NORM-WORD
               MOVE ZERO TO WS-NORM-WLEN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO TL-DATE.
           WRITE DUP-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE WS-CUS-MIN TO SL-CUS-MIN.
           MOVE WS-EMP-MIN TO SL-EMP-MIN.
           MOVE WS-PREFIX-LEN TO SL-PREFIX-LEN.
           WRITE DUP-REPORT-LINE FROM WS-SENSITIVITY-LINE.

      *    The masters are read in key order, so the earlier entry of
      *    each pair always carries the lower key.
       SCAN-CUSTOMERS.
           MOVE SPACES TO DUP-REPORT-LINE.
           WRITE DUP-REPORT-LINE.
           MOVE "CLIENTES (NOMBRE Y CONTACTO NORMALIZADOS)" TO SC-TEXT.
           WRITE DUP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE DUP-REPORT-LINE FROM WS-CANDIDATE-HEAD.
           MOVE ZERO TO WS-SECTION-FLAGGED.
           MOVE 'C' TO WS-PAIR-KIND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CUS-COUNT
               PERFORM VARYING WS-SUB-2 FROM WS-SUB BY 1
                       UNTIL WS-SUB-2 > WS-CUS-COUNT
                   IF WS-SUB-2 > WS-SUB
                       PERFORM SCORE-CUSTOMER-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-SECTION-FLAGGED = ZERO
               WRITE DUP-REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       SCORE-CUSTOMER-PAIR.
           MOVE ZERO TO WS-SCORE.
           MOVE SPACES TO WS-REASON.
           MOVE ZERO TO WS-REASON-LEN.
           IF WS-C-NORM(WS-SUB) NOT = SPACES
               IF WS-C-NORM(WS-SUB) = WS-C-NORM(WS-SUB-2)
                   ADD WS-PTS-CUS-NAME TO WS-SCORE
                   MOVE "NOMBRE" TO WS-REASON-WORD
                   PERFORM ADD-REASON-WORD
               ELSE
                   IF WS-C-NORM-LEN(WS-SUB) NOT < WS-PREFIX-LEN
                           AND WS-C-NORM-LEN(WS-SUB-2)
                               NOT < WS-PREFIX-LEN
                           AND WS-C-NORM(WS-SUB)(1:WS-PREFIX-LEN) =
                               WS-C-NORM(WS-SUB-2)(1:WS-PREFIX-LEN)
                       ADD WS-PTS-CUS-PREFIX TO WS-SCORE
                       MOVE "PREFIJO" TO WS-REASON-WORD
                       PERFORM ADD-REASON-WORD
                   END-IF
               END-IF
           END-IF.
           IF WS-C-CONTACT(WS-SUB) NOT = SPACES
                   AND WS-C-CONTACT(WS-SUB) = WS-C-CONTACT(WS-SUB-2)
               ADD WS-PTS-CUS-CONTACT TO WS-SCORE
               MOVE "CONTACTO" TO WS-REASON-WORD
               PERFORM ADD-REASON-WORD
           END-IF.
           IF WS-SCORE > 100
               MOVE 100 TO WS-SCORE
           END-IF.
           IF WS-SCORE NOT < WS-CUS-MIN
               MOVE WS-C-CODE(WS-SUB) TO WS-PAIR-KEY-1
               MOVE WS-C-CODE(WS-SUB-2) TO WS-PAIR-KEY-2
               MOVE WS-C-NAME(WS-SUB) TO WS-PAIR-NAME
               PERFORM RECORD-CANDIDATE THRU RECORD-CANDIDATE-EXIT
           END-IF.

       SCAN-EMPLOYEES.
           MOVE SPACES TO DUP-REPORT-LINE.
           WRITE DUP-REPORT-LINE.
           MOVE "EMPLEADOS (APELLIDO, NOMBRE Y FECHA DE NACIMIENTO)"
               TO SC-TEXT.
           WRITE DUP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE DUP-REPORT-LINE FROM WS-CANDIDATE-HEAD.
           MOVE ZERO TO WS-SECTION-FLAGGED.
           MOVE 'E' TO WS-PAIR-KIND.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-COUNT
               PERFORM VARYING WS-SUB-2 FROM WS-SUB BY 1
                       UNTIL WS-SUB-2 > WS-EMP-COUNT
                   IF WS-SUB-2 > WS-SUB
                       PERFORM SCORE-EMPLOYEE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-SECTION-FLAGGED = ZERO
               WRITE DUP-REPORT-LINE FROM WS-NONE-LINE
           END-IF.

       SCORE-EMPLOYEE-PAIR.
           MOVE ZERO TO WS-SCORE.
           MOVE SPACES TO WS-REASON.
           MOVE ZERO TO WS-REASON-LEN.
           IF WS-E-BIRTH(WS-SUB) = ZERO OR WS-E-BIRTH(WS-SUB-2) = ZERO
               SET WS-BIRTH-UNKNOWN TO TRUE
           ELSE
               IF WS-E-BIRTH(WS-SUB) = WS-E-BIRTH(WS-SUB-2)
                   SET WS-BIRTH-MATCH TO TRUE
               ELSE
                   SET WS-BIRTH-CONFLICT TO TRUE
               END-IF
           END-IF.
           IF WS-E-SURNAME(WS-SUB) NOT = SPACES
                   AND NOT WS-BIRTH-CONFLICT
               IF WS-E-SURNAME(WS-SUB) = WS-E-SURNAME(WS-SUB-2)
                   ADD WS-PTS-EMP-SURNAME TO WS-SCORE
                   MOVE "APELLIDO" TO WS-REASON-WORD
                   PERFORM ADD-REASON-WORD
               END-IF
               IF WS-E-FIRST(WS-SUB) NOT = SPACES
                       AND WS-E-FIRST(WS-SUB) = WS-E-FIRST(WS-SUB-2)
                   ADD WS-PTS-EMP-FIRST TO WS-SCORE
                   MOVE "NOMBRE" TO WS-REASON-WORD
                   PERFORM ADD-REASON-WORD
               END-IF
               IF WS-BIRTH-MATCH
                   ADD WS-PTS-EMP-BIRTH TO WS-SCORE
                   MOVE "NAC" TO WS-REASON-WORD
                   PERFORM ADD-REASON-WORD
               END-IF
           END-IF.
           IF WS-SCORE NOT < WS-EMP-MIN
               MOVE WS-E-ID(WS-SUB) TO WS-PAIR-KEY-1
               MOVE WS-E-ID(WS-SUB-2) TO WS-PAIR-KEY-2
               MOVE WS-E-APELLIDO(WS-SUB) TO WS-PAIR-NAME
               PERFORM RECORD-CANDIDATE THRU RECORD-CANDIDATE-EXIT
           END-IF.

       ADD-REASON-WORD.
           IF WS-REASON-LEN > ZERO
               ADD 1 TO WS-REASON-LEN
               MOVE "+" TO WS-REASON(WS-REASON-LEN:1)
           END-IF.
           ADD 1 TO WS-REASON-LEN.
           STRING WS-REASON-WORD DELIMITED BY SPACE
               INTO WS-REASON WITH POINTER WS-REASON-LEN.
           SUBTRACT 1 FROM WS-REASON-LEN.

      *    Expects WS-PAIR-KIND, the two keys, WS-PAIR-NAME, WS-SCORE
      *    and WS-REASON set by the caller. A pair already dismissed
      *    as not a duplicate is only counted; one already on file is
      *    printed with its disposition; a new one is printed and
      *    handed to review.
       RECORD-CANDIDATE.
           SET WS-FOUND TO FALSE.
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT OR WS-FOUND
               IF WS-SEEN-KIND(WS-SEEN-SUB) = WS-PAIR-KIND
                       AND WS-SEEN-KEY-1(WS-SEEN-SUB) = WS-PAIR-KEY-1
                       AND WS-SEEN-KEY-2(WS-SEEN-SUB) = WS-PAIR-KEY-2
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SEEN-SUB
               IF WS-SEEN-DISP(WS-SEEN-SUB) = 'N'
                   ADD 1 TO WS-DISMISSED-COUNT
                   GO TO RECORD-CANDIDATE-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-CANDIDATE-COUNT.
           ADD 1 TO WS-SECTION-FLAGGED.
           MOVE WS-PAIR-KEY-1 TO CD-KEY-1.
           MOVE WS-PAIR-KEY-2 TO CD-KEY-2.
           MOVE WS-SCORE TO CD-SCORE.
           MOVE WS-REASON TO CD-REASON.
           MOVE WS-PAIR-NAME TO CD-NAME.
           IF WS-FOUND
               IF WS-SEEN-DISP(WS-SEEN-SUB) = 'M'
                   MOVE "FUSIONAR" TO CD-STATUS
                   ADD 1 TO WS-MERGE-COUNT
               ELSE
                   MOVE "ABIERTO" TO CD-STATUS
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           ELSE
               MOVE "NUEVO" TO CD-STATUS
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-RUN-DATE TO DUP-RUN-DATE
               MOVE WS-PAIR-KIND TO DUP-KIND
               MOVE WS-PAIR-KEY-1 TO DUP-KEY-1
               MOVE WS-PAIR-KEY-2 TO DUP-KEY-2
               MOVE WS-SCORE TO DUP-SCORE
               MOVE WS-REASON TO DUP-REASON
               MOVE "O" TO DUP-DISP
               MOVE SPACES TO DUP-REVIEWER
               MOVE ZERO TO DUP-DISP-DATE
               MOVE SPACES TO DUP-COMMENT
               WRITE DUPLICATE-CANDIDATE-RECORD
           END-IF.
           WRITE DUP-REPORT-LINE FROM WS-CANDIDATE-DETAIL.
       RECORD-CANDIDATE-EXIT.
           EXIT.

       END PROGRAM DUP-SCAN.
