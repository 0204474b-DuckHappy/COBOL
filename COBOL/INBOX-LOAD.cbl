      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOX-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-PEND-FILE ASSIGN TO "REVPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RATE-PEND-FILE ASSIGN TO "RATEPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "CONDEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "ADJSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PENDING-ALTA-FILE ASSIGN TO "EMPPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECON-ERROR-FILE ASSIGN TO "OPBASERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-PEND-FILE ASSIGN TO "JRNLPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-TPL-FILE ASSIGN TO "JRNLTPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-PEND-FILE.
       COPY REVPEND.

       FD  RATE-PEND-FILE.
       COPY RATEPEND.

       FD  EXCEPTION-FILE.
       COPY CONDEXC.

       FD  SUSPENSE-FILE.
       COPY ADJSUSP.

       FD  PENDING-ALTA-FILE.
       01  PENDING-ALTA-RECORD.
           02 PNA-TYPE     PIC X.
           02 PNA-EMP-ID   PIC 9(6).
           02 PNA-NOMBRE   PIC A(20).
           02 PNA-APELLIDO PIC A(20).
           02 PNA-EDAD     PIC 9(2).
           02 PNA-DEPT     PIC X(4).
           02 PNA-HELD-DATE PIC 9(8).
           02 PNA-PAY.
               03 PNA-PAY-RATE  PIC 9(7)V99.
               03 PNA-PAY-BASIS PIC X.
           02 PNA-MANAGER   PIC X(6).

       FD  RECON-ERROR-FILE.
       COPY OPBERR.

       FD  JOURNAL-PEND-FILE.
       COPY JRNLENT.

       FD  JOURNAL-TPL-FILE.
       COPY JRNLTPL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-BEFORE-FLAG PIC X VALUE 'N'.
           88 WS-BEFORE VALUE 'Y' FALSE 'N'.

       01  WS-RUN-INT PIC S9(9).
       01  WS-ITEM-INT PIC S9(9).
       01  WS-AGE-DAYS PIC S9(9).
       01  WS-ITEM-DATE PIC 9(8).
       01  WS-RECORD-NUM PIC 9(5).
       01  WS-INSERT-AT PIC 9(4).
       01  WS-SUB PIC 9(4).
       01  WS-REF-NUM PIC 9(5).
       01  WS-RATE-ACTION PIC X(18).
       01  WS-JOURNAL-KEY PIC X(8).

      *    One inbox item as it is built from a queue record, laid out
      *    exactly like an IBX-ENTRY so it can be moved in whole.
       01  WS-NEW-ITEM.
           02 NI-ROLE       PIC X(8).
           02 NI-AGE-DAYS   PIC 9(5).
           02 NI-VALUE      PIC S9(9)V99.
           02 NI-VALUE-FLAG PIC X.
               88 NI-HAS-VALUE VALUE 'Y' FALSE 'N'.
           02 NI-QUEUE      PIC X(8).
           02 NI-REFERENCE  PIC X(12).
           02 NI-DATE       PIC 9(8).
           02 NI-DETAIL     PIC X(40).
           02 NI-PROGRAM    PIC X(20).

       COPY RUNSTAMP.

       LINKAGE SECTION.
       COPY INBOXRQ.

       PROCEDURE DIVISION USING INBOX-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO IBX-COUNT.
           MOVE ZERO TO IBX-DROPPED.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM LOAD-REVERSALS.
           PERFORM LOAD-RATE-CHANGES.
           PERFORM LOAD-EXCEPTIONS.
           PERFORM LOAD-SUSPENSE.
           PERFORM LOAD-HELD-HIRES.
           PERFORM LOAD-RECON-ERRORS.
           PERFORM LOAD-JOURNALS.
           PERFORM LOAD-JOURNAL-TEMPLATES.

           IF IBX-DROPPED > ZERO
               DISPLAY "PENDING QUEUES HOLD MORE THAN 1000 ITEMS - "
                   IBX-DROPPED " NEWEST IGNORED"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Everything still in REVPEND.DAT is waiting; REV-APPROVE
      *    drops released and denied reversals when it saves.
       LOAD-REVERSALS.
           OPEN INPUT REVERSAL-PEND-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REVERSAL-PEND-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE "SUPERVIS" TO NI-ROLE
                           MOVE "REVPEND" TO NI-QUEUE
                           MOVE "REV-APPROVE" TO NI-PROGRAM
                           MOVE PND-REFERENCE TO NI-REFERENCE
                           MOVE PND-DATE TO WS-ITEM-DATE
                           MOVE PND-AMOUNT TO NI-VALUE
                           SET NI-HAS-VALUE TO TRUE
                           MOVE SPACES TO NI-DETAIL
                           STRING "REVERSION MOTIVO " PND-REASON-CODE
                               DELIMITED BY SIZE INTO NI-DETAIL
                           PERFORM ADD-INBOX-ITEM
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-PEND-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       LOAD-RATE-CHANGES.
           OPEN INPUT RATE-PEND-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RATE-PEND-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE "SUPERVIS" TO NI-ROLE
                           MOVE "RATEPEND" TO NI-QUEUE
                           MOVE "SURCH-RATE-APPROVE" TO NI-PROGRAM
                           MOVE RPD-RATE-CODE TO NI-REFERENCE
                           MOVE RPD-PROP-DATE TO WS-ITEM-DATE
                           MOVE ZERO TO NI-VALUE
                           SET NI-HAS-VALUE TO FALSE
                           EVALUATE RPD-ACTION
                               WHEN 'A'
                                   MOVE "ALTA DE TASA" TO WS-RATE-ACTION
                               WHEN 'D'
                                   MOVE "DESACTIVAR TASA"
                                       TO WS-RATE-ACTION
                               WHEN 'V'
                                   MOVE "CAMBIO DE VIGENCIA"
                                       TO WS-RATE-ACTION
                               WHEN 'E'
                                   MOVE "CAMBIO DE EMPRESA"
                                       TO WS-RATE-ACTION
                               WHEN OTHER
                                   MOVE "CAMBIO DE TASA"
                                       TO WS-RATE-ACTION
                           END-EVALUATE
                           MOVE SPACES TO NI-DETAIL
                           STRING WS-RATE-ACTION DELIMITED BY "  "
                               " - PROPONE " DELIMITED BY SIZE
                               RPD-PROPOSER DELIMITED BY SIZE
                               INTO NI-DETAIL
                           PERFORM ADD-INBOX-ITEM
                   END-READ
               END-PERFORM
               CLOSE RATE-PEND-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    Exceptions written before disposition tracking carry a
      *    blank EXC-DISP and are still open.
       LOAD-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ EXCEPTION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF EXC-DISP NOT = 'R' AND EXC-DISP NOT = 'J'
                               AND EXC-DISP NOT = 'E'
                               PERFORM BUILD-EXCEPTION-ITEM
                               PERFORM ADD-INBOX-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.
           SET WS-EOF TO FALSE.

       BUILD-EXCEPTION-ITEM.
           MOVE "SUPERVIS" TO NI-ROLE.
           MOVE "CONDEXC" TO NI-QUEUE.
           MOVE "EXC-REVIEW" TO NI-PROGRAM.
           MOVE SPACES TO NI-REFERENCE.
           STRING "A" EXC-A " B" EXC-B
               DELIMITED BY SIZE INTO NI-REFERENCE.
           MOVE EXC-DATE TO WS-ITEM-DATE.
           MOVE ZERO TO NI-VALUE.
           SET NI-HAS-VALUE TO FALSE.
           MOVE SPACES TO NI-DETAIL.
           STRING "UMBRAL BANDA " EXC-BAND " RESULTADO " EXC-R
               DELIMITED BY SIZE INTO NI-DETAIL.

       LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUS-STATUS = 'O'
                               MOVE "OPERATOR" TO NI-ROLE
                               MOVE "ADJSUSP" TO NI-QUEUE
                               MOVE "ADJ-SUSP-REVIEW" TO NI-PROGRAM
                               MOVE SUS-REFERENCE TO NI-REFERENCE
                               MOVE SUS-ENTRY-DATE TO WS-ITEM-DATE
                               MOVE SUS-AMOUNT TO NI-VALUE
                               SET NI-HAS-VALUE TO TRUE
                               MOVE SPACES TO NI-DETAIL
                               STRING "AJUSTE SIN ORIGINAL - INTENTOS "
                                   SUS-ATTEMPTS
                                   DELIMITED BY SIZE INTO NI-DETAIL
                               PERFORM ADD-INBOX-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    Everything still in EMPPEND.DAT is held; the value shown
      *    is the pay rate requested for the hire, when there is one.
       LOAD-HELD-HIRES.
           OPEN INPUT PENDING-ALTA-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PENDING-ALTA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE "SUPERVIS" TO NI-ROLE
                           MOVE "EMPPEND" TO NI-QUEUE
                           MOVE "EMP-PEND-RELEASE" TO NI-PROGRAM
                           MOVE PNA-EMP-ID TO NI-REFERENCE
                           MOVE PNA-HELD-DATE TO WS-ITEM-DATE
                           IF PNA-PAY NOT = SPACES
                               AND PNA-PAY-RATE IS NUMERIC
                               MOVE PNA-PAY-RATE TO NI-VALUE
                               SET NI-HAS-VALUE TO TRUE
                           ELSE
                               MOVE ZERO TO NI-VALUE
                               SET NI-HAS-VALUE TO FALSE
                           END-IF
                           MOVE SPACES TO NI-DETAIL
                           STRING "ALTA RETENIDA DEPTO " PNA-DEPT
                               " - " DELIMITED BY SIZE
                               PNA-NOMBRE DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               PNA-APELLIDO DELIMITED BY "  "
                               INTO NI-DETAIL
                           PERFORM ADD-INBOX-ITEM
                   END-READ
               END-PERFORM
               CLOSE PENDING-ALTA-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    OPBASERR.DAT has no reference of its own; the item is
      *    named by its record number, as OPB-REWORK lists it.
       LOAD-RECON-ERRORS.
           MOVE ZERO TO WS-RECORD-NUM.
           OPEN INPUT RECON-ERROR-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RECON-ERROR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUM
                           IF ERR-STATUS NOT = 'R'
                               AND ERR-STATUS NOT = 'D'
                               MOVE "OPERATOR" TO NI-ROLE
                               MOVE "OPBASERR" TO NI-QUEUE
                               MOVE "OPB-REWORK" TO NI-PROGRAM
                               MOVE WS-RECORD-NUM TO WS-REF-NUM
                               MOVE SPACES TO NI-REFERENCE
                               STRING "ERROR " WS-REF-NUM
                                   DELIMITED BY SIZE INTO NI-REFERENCE
                               MOVE ERR-DATE TO WS-ITEM-DATE
                               MOVE ZERO TO NI-VALUE
                               SET NI-HAS-VALUE TO FALSE
                               MOVE ERR-REASON TO NI-DETAIL
                               PERFORM ADD-INBOX-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-ERROR-FILE
           END-IF.
           SET WS-EOF TO FALSE.

      *    A journal entry is one item however many lines it has;
      *    its value is the total debited. Entries already released
      *    are only waiting for JRNL-POST and are not listed.
       LOAD-JOURNALS.
           MOVE SPACES TO WS-JOURNAL-KEY.
           OPEN INPUT JOURNAL-PEND-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-PEND-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF JEN-PENDING
                               PERFORM ADD-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-PEND-FILE
           END-IF.
           IF WS-JOURNAL-KEY NOT = SPACES
               PERFORM ADD-INBOX-ITEM
           END-IF.
           SET WS-EOF TO FALSE.

       ADD-JOURNAL-LINE.
           IF JEN-ENTRY-NO NOT = WS-JOURNAL-KEY
               IF WS-JOURNAL-KEY NOT = SPACES
                   PERFORM ADD-INBOX-ITEM
               END-IF
               MOVE JEN-ENTRY-NO TO WS-JOURNAL-KEY
               MOVE "SUPERVIS" TO NI-ROLE
               MOVE "JRNLPEND" TO NI-QUEUE
               MOVE "JRNL-RELEASE" TO NI-PROGRAM
               MOVE SPACES TO NI-REFERENCE
               STRING "JE" JEN-ENTRY-NO
                   DELIMITED BY SIZE INTO NI-REFERENCE
               MOVE JEN-ENTER-DATE TO WS-ITEM-DATE
               MOVE ZERO TO NI-VALUE
               SET NI-HAS-VALUE TO TRUE
               MOVE SPACES TO NI-DETAIL
               STRING "ASIENTO MANUAL EMP " JEN-COMPANY
                   " - PROPONE " JEN-MAKER
                   DELIMITED BY SIZE INTO NI-DETAIL
           END-IF.
           IF JEN-DC = 'D'
               ADD JEN-AMOUNT TO NI-VALUE
           END-IF.

       LOAD-JOURNAL-TEMPLATES.
           MOVE SPACES TO WS-JOURNAL-KEY.
           OPEN INPUT JOURNAL-TPL-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-TPL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TPL-PENDING
                               PERFORM ADD-TEMPLATE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-TPL-FILE
           END-IF.
           IF WS-JOURNAL-KEY NOT = SPACES
               PERFORM ADD-INBOX-ITEM
           END-IF.
           SET WS-EOF TO FALSE.

       ADD-TEMPLATE-LINE.
           IF TPL-CODE NOT = WS-JOURNAL-KEY
               IF WS-JOURNAL-KEY NOT = SPACES
                   PERFORM ADD-INBOX-ITEM
               END-IF
               MOVE TPL-CODE TO WS-JOURNAL-KEY
               MOVE "SUPERVIS" TO NI-ROLE
               MOVE "JRNLTPL" TO NI-QUEUE
               MOVE "JRNL-RELEASE" TO NI-PROGRAM
               MOVE TPL-CODE TO NI-REFERENCE
               MOVE TPL-ENTER-DATE TO WS-ITEM-DATE
               MOVE ZERO TO NI-VALUE
               SET NI-HAS-VALUE TO TRUE
               MOVE SPACES TO NI-DETAIL
               STRING "PLANTILLA DIA " TPL-BUS-DAY
                   " - PROPONE " TPL-MAKER
                   DELIMITED BY SIZE INTO NI-DETAIL
           END-IF.
           IF TPL-DC = 'D'
               ADD TPL-AMOUNT TO NI-VALUE
           END-IF.

      *    Items are kept in order as they arrive. With the table full
      *    an item that sorts after the last entry is only counted;
      *    one that sorts earlier pushes the last entry out.
       ADD-INBOX-ITEM.
           IF IBX-ROLE-FILTER = SPACES OR IBX-ROLE-FILTER = NI-ROLE
               PERFORM COMPUTE-AGE
               PERFORM FIND-INSERT-POINT
               IF WS-INSERT-AT > 1000
                   ADD 1 TO IBX-DROPPED
               ELSE
                   PERFORM INSERT-INBOX-ITEM
               END-IF
           END-IF.

       FIND-INSERT-POINT.
           MOVE 1 TO WS-INSERT-AT.
           SET WS-BEFORE TO FALSE.
           PERFORM UNTIL WS-BEFORE OR WS-INSERT-AT > IBX-COUNT
               PERFORM CHECK-SORTS-BEFORE
               IF NOT WS-BEFORE
                   ADD 1 TO WS-INSERT-AT
               END-IF
           END-PERFORM.

       INSERT-INBOX-ITEM.
           IF IBX-COUNT >= 1000
               ADD 1 TO IBX-DROPPED
           ELSE
               ADD 1 TO IBX-COUNT
           END-IF.
           PERFORM VARYING WS-SUB FROM IBX-COUNT BY -1
                   UNTIL WS-SUB <= WS-INSERT-AT
               MOVE IBX-ENTRY(WS-SUB - 1) TO IBX-ENTRY(WS-SUB)
           END-PERFORM.
           MOVE WS-NEW-ITEM TO IBX-ENTRY(WS-INSERT-AT).

      *    Role first, then the oldest item, then the largest value.
       CHECK-SORTS-BEFORE.
           IF NI-ROLE < IBX-ROLE(WS-INSERT-AT)
               SET WS-BEFORE TO TRUE
           ELSE
               IF NI-ROLE = IBX-ROLE(WS-INSERT-AT)
                   IF NI-AGE-DAYS > IBX-AGE-DAYS(WS-INSERT-AT)
                       SET WS-BEFORE TO TRUE
                   ELSE
                       IF NI-AGE-DAYS = IBX-AGE-DAYS(WS-INSERT-AT)
                           AND NI-VALUE > IBX-VALUE(WS-INSERT-AT)
                           SET WS-BEFORE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COMPUTE-AGE.
           MOVE ZERO TO NI-AGE-DAYS.
           IF WS-ITEM-DATE IS NOT NUMERIC
               MOVE ZERO TO NI-DATE
           ELSE
               MOVE WS-ITEM-DATE TO NI-DATE
               IF WS-ITEM-DATE > ZERO
                   COMPUTE WS-ITEM-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
                   IF WS-ITEM-INT > ZERO
                       COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-ITEM-INT
                       IF WS-AGE-DAYS > ZERO
                           MOVE WS-AGE-DAYS TO NI-AGE-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END PROGRAM INBOX-LOAD.
