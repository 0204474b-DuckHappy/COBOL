      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-ORGCHART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-REF-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPT-STATUS.
           SELECT ORGCHART-REPORT-FILE ASSIGN TO "ORGCHART.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-QUEUE-FILE ASSIGN TO "PRINTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY EMPREC.

       FD  DEPT-REF-FILE.
       01  DEPT-REF-RECORD.
           02 DPT-CODE    PIC X(4).
           02 DPT-NAME    PIC X(20).
           02 DPT-MANAGER PIC X(20).

       FD  ORGCHART-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       FD  PRINT-QUEUE-FILE.
       COPY PRINTQ.

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS PIC XX.
       01  WS-DPT-STATUS PIC XX.
       01  WS-PQ-STATUS PIC XX.
       01  WS-EOF-FLAG PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y' FALSE 'N'.
       01  WS-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

      *    WS-E-MGR-SUB points at the manager's entry, zero when the
      *    employee has no manager or the manager is not on the
      *    master. WS-E-ISSUE: X = manager not on the master,
      *    C = the chain above loops back on itself, N = no manager
      *    and nobody reporting.
       01  WS-EMP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-EMP-TABLE.
           02 WS-EMP-ENTRY OCCURS 500 TIMES.
               03 WS-E-ID       PIC 9(6).
               03 WS-E-NOMBRE   PIC X(20).
               03 WS-E-APELLIDO PIC X(20).
               03 WS-E-DEPT     PIC X(4).
               03 WS-E-MGR      PIC 9(6).
               03 WS-E-MGR-SUB  PIC 9(3).
               03 WS-E-SPAN     PIC 9(3).
               03 WS-E-PRINTED  PIC X.
               03 WS-E-ISSUE    PIC X.

       01  WS-DEPT-COUNT PIC 9(2) VALUE ZERO.
       01  WS-DEPT-TABLE.
           02 WS-DEPT-ENTRY OCCURS 50 TIMES.
               03 WS-D-CODE    PIC X(4).
               03 WS-D-NAME    PIC X(20).
               03 WS-D-MANAGER PIC X(20).

       01  WS-STACK-TOP PIC 9(3).
       01  WS-STACK-TABLE.
           02 WS-STACK-ENTRY OCCURS 500 TIMES.
               03 WS-STK-SUB   PIC 9(3).
               03 WS-STK-LEVEL PIC 9(3).
               03 WS-STK-SCAN  PIC 9(3).

       01  WS-SUB PIC 9(3).
       01  WS-SUB2 PIC 9(3).
       01  WS-CHILD PIC 9(3).
       01  WS-WALK PIC 9(3).
       01  WS-STEPS PIC 9(3).
       01  WS-DEPT-SUB PIC 9(2).
       01  WS-NODE-SUB PIC 9(3).
       01  WS-NODE-LEVEL PIC 9(3).
       01  WS-INDENT PIC 9(2).
       01  WS-CURR-DEPT PIC X(4).

       01  WS-DEPT-HEADS PIC 9(3).
       01  WS-DEPT-MANAGERS PIC 9(3).
       01  WS-DEPT-MAX-SPAN PIC 9(3).
       01  WS-MANAGER-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ISSUE-COUNT PIC 9(3) VALUE ZERO.

       COPY RUNSTAMP.

       01  WS-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-LINE-COUNT PIC 9(3) VALUE 99.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01  WS-TOTAL-LINE-COUNT PIC 9(6) VALUE ZERO.
       01  WS-PRINT-LINE PIC X(80).

       01  WS-HDR-1.
           02 FILLER PIC X(32)
               VALUE "ORGANIGRAMA POR DEPARTAMENTO".
           02 FILLER PIC X(6) VALUE "FECHA:".
           02 HD-MM PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-DD PIC 99.
           02 FILLER PIC X(1) VALUE "/".
           02 HD-YYYY PIC 9(4).
           02 FILLER PIC X(8) VALUE " PAGINA:".
           02 HD-PAGE PIC ZZ9.

       01  WS-DEPT-HEADING.
           02 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           02 DH-DEPT PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DH-NAME PIC X(20).
           02 FILLER PIC X(14) VALUE " RESPONSABLE: ".
           02 DH-MANAGER PIC X(20).

       01  WS-TREE-LINE.
           02 TL-LEVEL PIC Z9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TL-TREE PIC X(50).
           02 FILLER PIC X(1) VALUE SPACE.
           02 TL-SPAN-LBL PIC X(4).
           02 TL-SPAN PIC ZZ9.
           02 TL-NOTE PIC X(19).

       01  WS-NODE-TEXT.
           02 NT-ID PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 NT-APELLIDO PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 NT-NOMBRE PIC X(8).

       01  WS-EXT-NOTE.
           02 FILLER PIC X(6) VALUE " JEFE ".
           02 XN-MGR PIC 9(6).
           02 FILLER PIC X(2) VALUE " (".
           02 XN-DEPT PIC X(4).
           02 FILLER PIC X(1) VALUE ")".

       01  WS-GONE-NOTE.
           02 FILLER PIC X(6) VALUE " JEFE ".
           02 GN-MGR PIC 9(6).
           02 FILLER PIC X(5) VALUE " BAJA".

       01  WS-DEPT-SUMMARY-LINE.
           02 FILLER PIC X(13) VALUE "  PLANTILLA: ".
           02 DS-HEADS PIC ZZ9.
           02 FILLER PIC X(20) VALUE "   CON SUBORDINADOS:".
           02 DS-MANAGERS PIC ZZ9.
           02 FILLER PIC X(16) VALUE "   MAX SUBORD.: ".
           02 DS-MAX-SPAN PIC ZZ9.

       01  WS-ISSUE-HEADING.
           02 FILLER PIC X(26) VALUE "EMPLEADOS SIN JEFE VALIDO".

       01  WS-ISSUE-LINE.
           02 IL-ID PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IL-APELLIDO PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IL-DEPT PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IL-REASON PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IL-MGR PIC X(6).

       01  WS-TOTAL-LINE.
           02 TT-LABEL PIC X(32).
           02 TT-COUNT PIC ZZZZ9.

       COPY ENVRQ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM LOAD-EMPLOYEE-TABLE.
           IF WS-EMP-STATUS NOT = "00" AND WS-EMP-COUNT = ZERO
               DISPLAY "EMPMAST.DAT NO DISPONIBLE - STATUS "
                   WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-DEPT-TABLE.
           PERFORM RESOLVE-MANAGERS.
           PERFORM CHECK-MANAGER-CHAINS.

           OPEN OUTPUT ORGCHART-REPORT-FILE.
           CALL "ENV-CHECK" USING ENVIRONMENT-REQUEST.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM PRINT-DEPARTMENT
           END-PERFORM.
           PERFORM PRINT-ISSUE-LIST.
           PERFORM PRINT-TOTALS.
           CLOSE ORGCHART-REPORT-FILE.

           PERFORM SUBMIT-TO-PRINT-QUEUE.

           IF WS-ISSUE-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY "EMP-ORGCHART - " WS-EMP-COUNT " EMPLEADOS, "
               WS-ISSUE-COUNT " SIN JEFE VALIDO - VER ORGCHART.RPT".
           GOBACK.

       LOAD-EMPLOYEE-TABLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-EMP-COUNT >= 500
                               DISPLAY "EMPMAST.DAT HAS MORE THAN 500 "
                                   "EMPLOYEES - EXTRA IGNORED"
                               SET WS-EOF TO TRUE
                           ELSE
                               PERFORM ADD-EMPLOYEE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-MASTER
               MOVE "00" TO WS-EMP-STATUS
           END-IF.
           SET WS-EOF TO FALSE.

       ADD-EMPLOYEE-ENTRY.
           ADD 1 TO WS-EMP-COUNT.
           MOVE EMP-ID TO WS-E-ID(WS-EMP-COUNT).
           MOVE EMP-NOMBRE TO WS-E-NOMBRE(WS-EMP-COUNT).
           MOVE EMP-APELLIDO TO WS-E-APELLIDO(WS-EMP-COUNT).
           MOVE EMP-DEPT TO WS-E-DEPT(WS-EMP-COUNT).
           IF EMP-MANAGER-ID IS NUMERIC
               MOVE EMP-MANAGER-ID TO WS-E-MGR(WS-EMP-COUNT)
           ELSE
               MOVE ZERO TO WS-E-MGR(WS-EMP-COUNT)
           END-IF.
           MOVE ZERO TO WS-E-MGR-SUB(WS-EMP-COUNT).
           MOVE ZERO TO WS-E-SPAN(WS-EMP-COUNT).
           MOVE 'N' TO WS-E-PRINTED(WS-EMP-COUNT).
           MOVE SPACE TO WS-E-ISSUE(WS-EMP-COUNT).

      *    Departments print in DEPTREF.DAT order; any department
      *    found on the master but missing from DEPTREF.DAT is added
      *    at the end so nobody drops off the chart.
       LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-REF-FILE.
           IF WS-DPT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ DEPT-REF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DEPT-COUNT >= 50
                               DISPLAY "DEPTREF.DAT HAS MORE THAN 50 "
                                   "DEPARTMENTS - EXTRA IGNORED"
                           ELSE
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DPT-CODE TO WS-D-CODE(WS-DEPT-COUNT)
                               MOVE DPT-NAME TO WS-D-NAME(WS-DEPT-COUNT)
                               MOVE DPT-MANAGER TO
                                   WS-D-MANAGER(WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REF-FILE
           END-IF.
           SET WS-EOF TO FALSE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-COUNT
               SET WS-FOUND TO FALSE
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT OR WS-FOUND
                   IF WS-D-CODE(WS-DEPT-SUB) = WS-E-DEPT(WS-SUB)
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND AND WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-E-DEPT(WS-SUB) TO WS-D-CODE(WS-DEPT-COUNT)
                   MOVE "(NO EN DEPTREF)" TO WS-D-NAME(WS-DEPT-COUNT)
                   MOVE SPACES TO WS-D-MANAGER(WS-DEPT-COUNT)
               END-IF
           END-PERFORM.

       RESOLVE-MANAGERS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-COUNT
               IF WS-E-MGR(WS-SUB) NOT = ZERO
                   SET WS-FOUND TO FALSE
                   PERFORM VARYING WS-SUB2 FROM 1 BY 1
                           UNTIL WS-SUB2 > WS-EMP-COUNT OR WS-FOUND
                       IF WS-E-ID(WS-SUB2) = WS-E-MGR(WS-SUB)
                           SET WS-FOUND TO TRUE
                           MOVE WS-SUB2 TO WS-E-MGR-SUB(WS-SUB)
                           ADD 1 TO WS-E-SPAN(WS-SUB2)
                       END-IF
                   END-PERFORM
                   IF NOT WS-FOUND
                       MOVE 'X' TO WS-E-ISSUE(WS-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-COUNT
               IF WS-E-MGR(WS-SUB) = ZERO AND WS-E-SPAN(WS-SUB) = ZERO
                   MOVE 'N' TO WS-E-ISSUE(WS-SUB)
               END-IF
               IF WS-E-SPAN(WS-SUB) > ZERO
                   ADD 1 TO WS-MANAGER-COUNT
               END-IF
           END-PERFORM.

      *    A chain that has not reached the top after as many steps
      *    as there are employees must be going round in a loop.
      *    The master can carry one from before the reporting line
      *    was validated, or from changes keyed on the screen.
       CHECK-MANAGER-CHAINS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-COUNT
               MOVE WS-E-MGR-SUB(WS-SUB) TO WS-WALK
               MOVE ZERO TO WS-STEPS
               PERFORM UNTIL WS-WALK = ZERO
                       OR WS-STEPS >= WS-EMP-COUNT
                   MOVE WS-E-MGR-SUB(WS-WALK) TO WS-WALK
                   ADD 1 TO WS-STEPS
               END-PERFORM
               IF WS-WALK NOT = ZERO
                   MOVE 'C' TO WS-E-ISSUE(WS-SUB)
               END-IF
           END-PERFORM.

      *    The tree of one department. Its roots are the employees
      *    with no manager, a manager no longer on the master, or a
      *    manager in another department; everyone below a root is
      *    printed depth first, indented by level.
       PRINT-DEPARTMENT.
           MOVE WS-D-CODE(WS-DEPT-SUB) TO WS-CURR-DEPT.
           MOVE ZERO TO WS-DEPT-HEADS.
           MOVE ZERO TO WS-DEPT-MANAGERS.
           MOVE ZERO TO WS-DEPT-MAX-SPAN.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF.
           MOVE WS-CURR-DEPT TO DH-DEPT.
           MOVE WS-D-NAME(WS-DEPT-SUB) TO DH-NAME.
           MOVE WS-D-MANAGER(WS-DEPT-SUB) TO DH-MANAGER.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-DEPT-HEADING TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-COUNT
               IF WS-E-DEPT(WS-SUB) = WS-CURR-DEPT
                   ADD 1 TO WS-DEPT-HEADS
                   IF WS-E-SPAN(WS-SUB) > ZERO
                       ADD 1 TO WS-DEPT-MANAGERS
                   END-IF
                   IF WS-E-SPAN(WS-SUB) > WS-DEPT-MAX-SPAN
                       MOVE WS-E-SPAN(WS-SUB) TO WS-DEPT-MAX-SPAN
                   END-IF
                   MOVE WS-E-MGR-SUB(WS-SUB) TO WS-WALK
                   IF WS-WALK = ZERO
                       PERFORM PRINT-SUBTREE
                   ELSE
                       IF WS-E-DEPT(WS-WALK) NOT = WS-CURR-DEPT
                           PERFORM PRINT-SUBTREE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-DEPT-HEADS TO DS-HEADS.
           MOVE WS-DEPT-MANAGERS TO DS-MANAGERS.
           MOVE WS-DEPT-MAX-SPAN TO DS-MAX-SPAN.
           MOVE WS-DEPT-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-SUBTREE.
           MOVE WS-SUB TO WS-NODE-SUB.
           MOVE 1 TO WS-NODE-LEVEL.
           PERFORM PRINT-NODE.
           MOVE 1 TO WS-STACK-TOP.
           MOVE WS-SUB TO WS-STK-SUB(1).
           MOVE 1 TO WS-STK-LEVEL(1).
           MOVE 1 TO WS-STK-SCAN(1).
           PERFORM UNTIL WS-STACK-TOP = ZERO
               PERFORM FIND-NEXT-CHILD
               IF WS-CHILD = ZERO
                   SUBTRACT 1 FROM WS-STACK-TOP
               ELSE
                   COMPUTE WS-STK-SCAN(WS-STACK-TOP) = WS-CHILD + 1
                   MOVE WS-CHILD TO WS-NODE-SUB
                   COMPUTE WS-NODE-LEVEL =
                       WS-STK-LEVEL(WS-STACK-TOP) + 1
                   PERFORM PRINT-NODE
                   ADD 1 TO WS-STACK-TOP
                   MOVE WS-CHILD TO WS-STK-SUB(WS-STACK-TOP)
                   MOVE WS-NODE-LEVEL TO WS-STK-LEVEL(WS-STACK-TOP)
                   MOVE 1 TO WS-STK-SCAN(WS-STACK-TOP)
               END-IF
           END-PERFORM.

      *    Only reports in the same department are followed; those
      *    in other departments head their own department's tree.
       FIND-NEXT-CHILD.
           MOVE ZERO TO WS-CHILD.
           PERFORM VARYING WS-SUB2 FROM WS-STK-SCAN(WS-STACK-TOP) BY 1
                   UNTIL WS-SUB2 > WS-EMP-COUNT OR WS-CHILD > ZERO
               IF WS-E-MGR-SUB(WS-SUB2) = WS-STK-SUB(WS-STACK-TOP)
                   AND WS-E-DEPT(WS-SUB2) = WS-CURR-DEPT
                   AND WS-E-PRINTED(WS-SUB2) = 'N'
                   MOVE WS-SUB2 TO WS-CHILD
               END-IF
           END-PERFORM.

       PRINT-NODE.
           MOVE 'Y' TO WS-E-PRINTED(WS-NODE-SUB).
           MOVE SPACES TO WS-TREE-LINE.
           MOVE "SUB:" TO TL-SPAN-LBL.
           MOVE WS-NODE-LEVEL TO TL-LEVEL.
           MOVE WS-E-ID(WS-NODE-SUB) TO NT-ID.
           MOVE WS-E-APELLIDO(WS-NODE-SUB) TO NT-APELLIDO.
           MOVE WS-E-NOMBRE(WS-NODE-SUB) TO NT-NOMBRE.
           IF WS-NODE-LEVEL > 8
               MOVE 14 TO WS-INDENT
           ELSE
               COMPUTE WS-INDENT = (WS-NODE-LEVEL - 1) * 2
           END-IF.
           MOVE WS-NODE-TEXT TO TL-TREE(WS-INDENT + 1:36).
           MOVE WS-E-SPAN(WS-NODE-SUB) TO TL-SPAN.
           IF WS-NODE-LEVEL = 1 AND WS-E-MGR(WS-NODE-SUB) NOT = ZERO
               MOVE WS-E-MGR-SUB(WS-NODE-SUB) TO WS-WALK
               IF WS-WALK = ZERO
                   MOVE WS-E-MGR(WS-NODE-SUB) TO GN-MGR
                   MOVE WS-GONE-NOTE TO TL-NOTE
               ELSE
                   MOVE WS-E-MGR(WS-NODE-SUB) TO XN-MGR
                   MOVE WS-E-DEPT(WS-WALK) TO XN-DEPT
                   MOVE WS-EXT-NOTE TO TL-NOTE
               END-IF
           END-IF.
           MOVE WS-TREE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-ISSUE-LIST.
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
           MOVE WS-ISSUE-HEADING TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EMP-COUNT
               IF WS-E-ISSUE(WS-SUB) NOT = SPACE
                   PERFORM PRINT-ISSUE-ENTRY
               END-IF
           END-PERFORM.
           IF WS-ISSUE-COUNT = ZERO
               MOVE "  NINGUNO" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-ISSUE-ENTRY.
           ADD 1 TO WS-ISSUE-COUNT.
           MOVE WS-E-ID(WS-SUB) TO IL-ID.
           MOVE WS-E-APELLIDO(WS-SUB) TO IL-APELLIDO.
           MOVE WS-E-DEPT(WS-SUB) TO IL-DEPT.
           MOVE WS-E-MGR(WS-SUB) TO IL-MGR.
           EVALUATE WS-E-ISSUE(WS-SUB)
               WHEN 'X'
                   MOVE "JEFE NO EXISTE O DADO DE BAJA" TO IL-REASON
               WHEN 'C'
                   MOVE "CADENA DE JEFES EN CICLO" TO IL-REASON
               WHEN 'N'
                   MOVE "SIN JEFE ASIGNADO" TO IL-REASON
                   MOVE SPACES TO IL-MGR
           END-EVALUATE.
           MOVE WS-ISSUE-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "TOTAL DE EMPLEADOS            : " TO TT-LABEL.
           MOVE WS-EMP-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EMPLEADOS CON SUBORDINADOS    : " TO TT-LABEL.
           MOVE WS-MANAGER-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "EMPLEADOS SIN JEFE VALIDO     : " TO TT-LABEL.
           MOVE WS-ISSUE-COUNT TO TT-COUNT.
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-TOTAL-LINE-COUNT.

       WRITE-PAGE-HEADER.
           MOVE WS-RUN-MM TO HD-MM.
           MOVE WS-RUN-DD TO HD-DD.
           MOVE WS-RUN-YYYY TO HD-YYYY.
           MOVE WS-PAGE-NUM TO HD-PAGE.
           WRITE REPORT-LINE FROM ENV-BANNER.
           WRITE REPORT-LINE FROM WS-HDR-1.
           ADD 1 TO WS-PAGE-NUM.
           ADD 2 TO WS-TOTAL-LINE-COUNT.
           MOVE ZERO TO WS-LINE-COUNT.

       SUBMIT-TO-PRINT-QUEUE.
           MOVE SPACES TO PRINT-QUEUE-RECORD.
           MOVE "ORGCHART.RPT" TO PQ-REPORT-NAME.
           MOVE ZERO TO PQ-PRINT-DATE.
           MOVE ZERO TO PQ-PRINT-TIME.
           MOVE WS-RUN-DATE TO PQ-RUN-DATE.
           MOVE WS-RUN-TIME TO PQ-RUN-TIME.
           MOVE WS-TOTAL-LINE-COUNT TO PQ-LINE-COUNT.
           MOVE "QUEUED" TO PQ-STATUS.
           MOVE 5 TO PQ-PRIORITY.
           MOVE ZERO TO PQ-NEEDED-BY.
           OPEN EXTEND PRINT-QUEUE-FILE.
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT PRINT-QUEUE-FILE
           END-IF.
           WRITE PRINT-QUEUE-RECORD.
           CLOSE PRINT-QUEUE-FILE.

       END PROGRAM EMP-ORGCHART.
