       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2REORG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO PLANIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT DADD-FILE ASSIGN TO DEPTADD
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EUPD-FILE ASSIGN TO EMPUPD
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DRET-FILE ASSIGN TO DEPTRET
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  PLAN-IN-RECORD.
           05  PLAN-IN-OLD-DEPTNO         PIC X(03).
           05  PLAN-IN-NEW-DEPTNO         PIC X(03).
           05  PLAN-IN-NEW-MGRNO          PIC X(06).
           05  PLAN-IN-NEW-ADMRDEPT       PIC X(03).
           05  PLAN-IN-EFF-DATE           PIC X(08).
           05  PLAN-IN-NEW-DEPTNAME       PIC X(36).
           05  PLAN-IN-EMPNO              PIC X(06).
           05  FILLER                     PIC X(15).

       FD  DADD-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY DPTTRAN REPLACING LEADING ==TRAN== BY ==DADD==.

       FD  EUPD-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY EMPTRAN REPLACING LEADING ==TRAN== BY ==EUPD==.

       FD  DRET-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY DPTTRAN REPLACING LEADING ==TRAN== BY ==DRET==.

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  RPT-HEADING-1                   PIC X(133).
       01  RPT-HEADING-2                   PIC X(133).
       01  RPT-DETAIL-LINE                 PIC X(133).
       01  RPT-BLANK-LINE                  PIC X(133).

       FD  EXCP-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY EXCPREC.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-EMPNO         PIC X(06).
       01  WS-LASTNAME      PIC X(15).
       01  WS-WORKDEPT      PIC X(03).
       01  WS-SALARY        PIC S9(07)V99 COMP-3.
       01  WS-DEPTNO        PIC X(03).
       01  WS-DEPTNAME      PIC X(36).
       01  WS-MGRNO         PIC X(06).
       01  WS-ADMRDEPT      PIC X(03).
       01  WS-PROJNO        PIC X(06).
       01  WS-PROJNAME      PIC X(24).
       01  WS-RESPEMP       PIC X(06).
       01  WS-CHECK-EMPNO   PIC X(06).

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-PLAN-STATUS              PIC X(02).
           05  WS-PLAN-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-PLAN-EOF                         VALUE 'Y'.
           05  WS-REPORT-SECTION           PIC X(01)  VALUE 'P'.
               88  WS-PLAN-SECTION                     VALUE 'P'.
               88  WS-EMPLOYEE-SECTION                 VALUE 'E'.
               88  WS-PROJECT-SECTION                  VALUE 'J'.
               88  WS-CHILD-SECTION                    VALUE 'C'.
               88  WS-TOTALS-SECTION                   VALUE 'T'.
           05  WS-ADD-PROGRESS-SW          PIC X(01)  VALUE 'N'.
               88  WS-ADD-PROGRESS                     VALUE 'Y'.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-LOOKUP-DEPTNO            PIC X(03).
           05  WS-TARGET-DEPTNO            PIC X(03).
           05  WS-EFF-DATE                 PIC X(08).
           05  WS-EDIT-MSG                 PIC X(34).
           05  WS-OLD-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-ADD-SEQ                  PIC S9(04) COMP VALUE ZERO.
           05  WS-ADD-TOTAL                PIC S9(04) COMP VALUE ZERO.
           05  WS-EDIT-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-PROJ-WARN-COUNT          PIC S9(07) COMP VALUE ZERO.
           05  WS-PROJ-OWNER-COUNT         PIC S9(07) COMP VALUE ZERO.
           05  WS-CHILD-COUNT              PIC S9(07) COMP VALUE ZERO.
           05  WS-RETIRE-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-DADD-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-EUPD-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-DRET-COUNT               PIC S9(07) COMP VALUE ZERO.

      *    ONE ENTRY PER REORG PLAN LINE. A BLANK PLAN EMPNO MOVES
      *    EVERYONE LEFT IN THE OLD DEPARTMENT AND RETIRES IT; A
      *    PLAN EMPNO MOVES JUST THAT EMPLOYEE (A SPLIT) AND LEAVES
      *    THE OLD DEPARTMENT IN PLACE. MGRNO AND ADMRDEPT HOLD THE
      *    VALUES THE NEW DEPARTMENT WILL CARRY AFTER THE REORG.
       01  WS-PLAN-TABLE-AREA.
           05  WS-PL-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-PL-MAX                   PIC S9(04) COMP VALUE 50.
           05  WS-PL-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-PL-IDX WS-PL-ROW.
               10  WS-PL-OLD-DEPTNO        PIC X(03).
               10  WS-PL-NEW-DEPTNO        PIC X(03).
               10  WS-PL-PLAN-MGRNO        PIC X(06).
               10  WS-PL-PLAN-ADMRDEPT     PIC X(03).
               10  WS-PL-EFF-DATE          PIC X(08).
               10  WS-PL-DEPTNAME          PIC X(36).
               10  WS-PL-EMPNO             PIC X(06).
               10  WS-PL-ACTION            PIC X(20).
               10  WS-PL-MGRNO             PIC X(06).
               10  WS-PL-ADMRDEPT          PIC X(03).
               10  WS-PL-MOVE-COUNT        PIC S9(05) COMP.
               10  WS-PL-EDIT              PIC X(34).
       01  WS-PL-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-PL-FOUND                             VALUE 'Y'.

      *    EVERY DSN8C10.DEPT ROW PLUS EVERY NEW DEPARTMENT THE PLAN
      *    CREATES, WITH BEFORE/AFTER HEADCOUNT AND SALARY. A
      *    RETIRED DEPARTMENT MAPS TO THE DEPARTMENT THAT ABSORBS
      *    IT, SO CHILD DEPARTMENTS AND ADMRDEPT VALUES FOLLOW IT.
       01  WS-DEPT-TABLE-AREA.
           05  WS-DP-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-DP-MAX                   PIC S9(04) COMP VALUE 200.
           05  WS-DP-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-DP-IDX WS-DP-ROW.
               10  WS-DP-DEPTNO            PIC X(03).
               10  WS-DP-DEPTNAME          PIC X(36).
               10  WS-DP-MGRNO             PIC X(06).
               10  WS-DP-NEW-MGRNO         PIC X(06).
               10  WS-DP-ADMRDEPT          PIC X(03).
               10  WS-DP-NEW-ADMRDEPT      PIC X(03).
               10  WS-DP-MAP-TO            PIC X(03).
               10  WS-DP-NEW-SW            PIC X(01).
                   88  WS-DP-NEW                       VALUE 'Y'.
               10  WS-DP-RETIRE-SW         PIC X(01).
                   88  WS-DP-RETIRE                    VALUE 'Y'.
               10  WS-DP-REPARENT-SW       PIC X(01).
                   88  WS-DP-REPARENT                  VALUE 'Y'.
               10  WS-DP-TOUCHED-SW        PIC X(01).
                   88  WS-DP-TOUCHED                   VALUE 'Y'.
               10  WS-DP-RETIRE-SUB        PIC S9(04) COMP.
               10  WS-DP-ADD-SUB           PIC S9(04) COMP.
               10  WS-DP-ADD-SEQ           PIC S9(04) COMP.
               10  WS-DP-BEFORE-HC         PIC S9(05) COMP.
               10  WS-DP-AFTER-HC          PIC S9(05) COMP.
               10  WS-DP-BEFORE-SAL        PIC S9(09)V99 COMP-3.
               10  WS-DP-AFTER-SAL         PIC S9(09)V99 COMP-3.
       01  WS-DP-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-DP-FOUND                             VALUE 'Y'.

       01  WS-MOVER-TABLE-AREA.
           05  WS-MV-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-MV-MAX                   PIC S9(04) COMP VALUE 2000.
           05  WS-MV-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-MV-IDX.
               10  WS-MV-EMPNO             PIC X(06).
               10  WS-MV-LASTNAME          PIC X(15).
               10  WS-MV-OLD-DEPTNO        PIC X(03).
               10  WS-MV-NEW-DEPTNO        PIC X(03).
               10  WS-MV-SALARY            PIC S9(07)V99 COMP-3.
               10  WS-MV-EFF-DATE          PIC X(08).
       01  WS-MV-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-MV-FOUND                             VALUE 'Y'.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2REORG'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'DEPARTMENT REORGANIZATION PLAN'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.

       01  WS-PLAN-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'OLD'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'NEW'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(20)  VALUE 'ACTION'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'EMPNO'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'MGRNO'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'ADM'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'EFF DATE'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'MOVES'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(34)  VALUE 'PLAN EDIT'.
           05  FILLER                      PIC X(17)  VALUE SPACES.
       01  WS-EMP-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'EMPNO'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(15)  VALUE 'LASTNAME'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(10)  VALUE 'FROM  TO'.
           05  FILLER                      PIC X(06)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'SALARY'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'EFF DATE'.
           05  FILLER                      PIC X(67)  VALUE SPACES.
       01  WS-PROJ-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'PROJNO'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(24)
                   VALUE 'PROJECT NAME'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'DPT'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'RESP'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(40)  VALUE 'NOTE'.
           05  FILLER                      PIC X(39)  VALUE SPACES.
       01  WS-CHILD-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'DPT'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(36)
                   VALUE 'DEPARTMENT NAME'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(20)
                   VALUE 'ADMRDEPT FROM  TO'.
           05  FILLER                      PIC X(65)  VALUE SPACES.
       01  WS-DEPT-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'DPT'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'DEPARTMENT NAME'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'HC BEF'.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(13)
                   VALUE 'SALARY BEFORE'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'HC AFT'.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(13)
                   VALUE 'SALARY AFTER'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(12)  VALUE 'STATUS'.
           05  FILLER                      PIC X(25)  VALUE SPACES.

       01  WS-SECTION-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-SC-TITLE                 PIC X(60).
           05  FILLER                      PIC X(72)  VALUE SPACES.

       01  WS-PLAN-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-PN-OLD-DEPTNO            PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PN-NEW-DEPTNO            PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PN-ACTION                PIC X(20).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-PN-EMPNO                 PIC X(06).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PN-MGRNO                 PIC X(06).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PN-ADMRDEPT              PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PN-EFF-DATE              PIC X(08).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PN-MOVE-COUNT            PIC ZZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PN-EDIT                  PIC X(34).
           05  FILLER                      PIC X(17)  VALUE SPACES.

       01  WS-EMP-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-EL-EMPNO                 PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-EL-LASTNAME              PIC X(15).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-EL-OLD-DEPTNO            PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-EL-NEW-DEPTNO            PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-EL-SALARY                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-EL-EFF-DATE              PIC X(08).
           05  FILLER                      PIC X(67)  VALUE SPACES.

       01  WS-PROJ-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-JL-PROJNO                PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-JL-PROJNAME              PIC X(24).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-JL-DEPTNO                PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-JL-RESPEMP               PIC X(06).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-JL-NOTE                  PIC X(30).
           05  WS-JL-NOTE-DEPTNO           PIC X(03).
           05  FILLER                      PIC X(46)  VALUE SPACES.

       01  WS-CHILD-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-CL-DEPTNO                PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-CL-DEPTNAME              PIC X(36).
           05  FILLER                      PIC X(11)  VALUE SPACES.
           05  WS-CL-OLD-ADMRDEPT          PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-CL-NEW-ADMRDEPT          PIC X(03).
           05  FILLER                      PIC X(67)  VALUE SPACES.

       01  WS-DEPT-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DL-DEPTNO                PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DL-DEPTNAME              PIC X(30).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DL-BEFORE-HC             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DL-BEFORE-SAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DL-AFTER-HC              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DL-AFTER-SAL             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DL-STATUS                PIC X(12).
           05  FILLER                      PIC X(25)  VALUE SPACES.

       01  WS-TOTAL-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(89)  VALUE SPACES.

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT DEPTNO,
                      DEPTNAME,
                      COALESCE(MGRNO, ' '),
                      ADMRDEPT
                 FROM DSN8C10.DEPT
                ORDER BY DEPTNO
           END-EXEC.

           EXEC SQL DECLARE C2 CURSOR FOR
               SELECT EMPNO,
                      LASTNAME,
                      COALESCE(WORKDEPT, ' '),
                      COALESCE(SALARY, 0)
                 FROM DSN8C10.EMP
                ORDER BY WORKDEPT, EMPNO
           END-EXEC.

           EXEC SQL DECLARE C3 CURSOR FOR
               SELECT PROJNO,
                      PROJNAME,
                      DEPTNO,
                      COALESCE(RESPEMP, ' ')
                 FROM DSN8C10.PROJ
                ORDER BY PROJNO
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           PERFORM LOAD-PLAN-TABLE.

           PERFORM LOAD-DEPT-TABLE.

           IF RETURN-CODE NOT = 16
               PERFORM MARK-RETIRED-DEPTS
               PERFORM RESOLVE-PLAN-LINES
               PERFORM EDIT-PLAN-LINES
               PERFORM ORDER-DEPT-ADDS
               PERFORM APPLY-EMPLOYEE-MOVES
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM EDIT-SPLIT-LINES
               PERFORM MARK-CHILD-DEPTS
               PERFORM PRINT-PLAN-SECTION
               PERFORM PRINT-EMPLOYEE-SECTION
               PERFORM PRINT-PROJECT-SECTION
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM PRINT-CHILD-SECTION
               PERFORM PRINT-DEPT-TOTALS-SECTION
           END-IF.

           IF RETURN-CODE < 8
               IF WS-EDIT-COUNT = ZERO
                   PERFORM GENERATE-TRANSACTIONS
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM PRINT-TOTALS.

           PERFORM TERMINATION.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT DADD-FILE.
           OPEN OUTPUT EUPD-FILE.
           OPEN OUTPUT DRET-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       LOAD-PLAN-TABLE.
           OPEN INPUT PLAN-FILE.

           IF WS-PLAN-STATUS = '00'
               PERFORM READ-PLAN-RECORD
               PERFORM STORE-PLAN-RECORD UNTIL WS-PLAN-EOF
               CLOSE PLAN-FILE
           ELSE
               DISPLAY 'DB2REORG - PLANIN NOT AVAILABLE'
               ADD 1 TO WS-EDIT-COUNT
           END-IF.

       READ-PLAN-RECORD.
           READ PLAN-FILE
               AT END
                   SET WS-PLAN-EOF TO TRUE
           END-READ.

       STORE-PLAN-RECORD.
           IF WS-PL-COUNT < WS-PL-MAX
               ADD 1 TO WS-PL-COUNT
               SET WS-PL-IDX TO WS-PL-COUNT
               MOVE PLAN-IN-OLD-DEPTNO
                                   TO WS-PL-OLD-DEPTNO(WS-PL-IDX)
               MOVE PLAN-IN-NEW-DEPTNO
                                   TO WS-PL-NEW-DEPTNO(WS-PL-IDX)
               MOVE PLAN-IN-NEW-MGRNO
                                   TO WS-PL-PLAN-MGRNO(WS-PL-IDX)
               MOVE PLAN-IN-NEW-ADMRDEPT
                                   TO WS-PL-PLAN-ADMRDEPT(WS-PL-IDX)
               MOVE PLAN-IN-EFF-DATE
                                   TO WS-PL-EFF-DATE(WS-PL-IDX)
               MOVE PLAN-IN-NEW-DEPTNAME
                                   TO WS-PL-DEPTNAME(WS-PL-IDX)
               MOVE PLAN-IN-EMPNO  TO WS-PL-EMPNO(WS-PL-IDX)
               MOVE SPACES         TO WS-PL-ACTION(WS-PL-IDX)
               MOVE SPACES         TO WS-PL-MGRNO(WS-PL-IDX)
               MOVE SPACES         TO WS-PL-ADMRDEPT(WS-PL-IDX)
               MOVE ZERO           TO WS-PL-MOVE-COUNT(WS-PL-IDX)
               MOVE SPACES         TO WS-PL-EDIT(WS-PL-IDX)
           ELSE
               MOVE ZERO   TO EXCP-SQLCODE
               MOVE SPACES TO EXCP-SQLSTATE
               MOVE 'PLAN TABLE OVERFLOW - INCREASE WS-PL-MAX'
                           TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-EDIT-COUNT
           END-IF.

           PERFORM READ-PLAN-RECORD.

       LOAD-DEPT-TABLE.
           MOVE 'C1' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C1 END-EXEC.

           PERFORM FETCH-DEPT-ROW UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C1 END-EXEC.

       FETCH-DEPT-ROW.
           EXEC SQL
               FETCH C1
                INTO :WS-DEPTNO,
                     :WS-DEPTNAME,
                     :WS-MGRNO,
                     :WS-ADMRDEPT
           END-EXEC.

           IF SQLCODE = 0
               PERFORM ADD-DEPT-ENTRY
           END-IF.

       ADD-DEPT-ENTRY.
           IF WS-DP-COUNT < WS-DP-MAX
               ADD 1 TO WS-DP-COUNT
               SET WS-DP-IDX TO WS-DP-COUNT
               MOVE WS-DEPTNO   TO WS-DP-DEPTNO(WS-DP-IDX)
               MOVE WS-DEPTNAME TO WS-DP-DEPTNAME(WS-DP-IDX)
               MOVE WS-MGRNO    TO WS-DP-MGRNO(WS-DP-IDX)
               MOVE WS-MGRNO    TO WS-DP-NEW-MGRNO(WS-DP-IDX)
               MOVE WS-ADMRDEPT TO WS-DP-ADMRDEPT(WS-DP-IDX)
               MOVE WS-ADMRDEPT TO WS-DP-NEW-ADMRDEPT(WS-DP-IDX)
               MOVE SPACES      TO WS-DP-MAP-TO(WS-DP-IDX)
               MOVE 'N'         TO WS-DP-NEW-SW(WS-DP-IDX)
               MOVE 'N'         TO WS-DP-RETIRE-SW(WS-DP-IDX)
               MOVE 'N'         TO WS-DP-REPARENT-SW(WS-DP-IDX)
               MOVE 'N'         TO WS-DP-TOUCHED-SW(WS-DP-IDX)
               MOVE ZERO        TO WS-DP-RETIRE-SUB(WS-DP-IDX)
               MOVE ZERO        TO WS-DP-ADD-SUB(WS-DP-IDX)
               MOVE ZERO        TO WS-DP-ADD-SEQ(WS-DP-IDX)
               MOVE ZERO        TO WS-DP-BEFORE-HC(WS-DP-IDX)
               MOVE ZERO        TO WS-DP-AFTER-HC(WS-DP-IDX)
               MOVE ZERO        TO WS-DP-BEFORE-SAL(WS-DP-IDX)
               MOVE ZERO        TO WS-DP-AFTER-SAL(WS-DP-IDX)
               SET WS-DP-FOUND  TO TRUE
           ELSE
               MOVE ZERO   TO EXCP-SQLCODE
               MOVE SPACES TO EXCP-SQLSTATE
               MOVE 'DEPT TABLE OVERFLOW - INCREASE WS-DP-MAX'
                           TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-EDIT-COUNT
               MOVE 'N' TO WS-DP-FOUND-SW
           END-IF.

      *    A WHOLE-DEPARTMENT LINE RETIRES THE OLD DEPARTMENT. THIS
      *    IS MARKED BEFORE ANY LINE IS RESOLVED SO AN ADMRDEPT THAT
      *    POINTS AT A RETIRING DEPARTMENT CAN BE FOLLOWED TO ITS
      *    REPLACEMENT WHATEVER ORDER THE PLAN LINES ARE IN.
       MARK-RETIRED-DEPTS.
           PERFORM MARK-RETIRED-DEPT
               VARYING WS-PL-ROW FROM 1 BY 1
                 UNTIL WS-PL-ROW > WS-PL-COUNT.

       MARK-RETIRED-DEPT.
           IF WS-PL-EMPNO(WS-PL-ROW) = SPACES
              AND WS-PL-OLD-DEPTNO(WS-PL-ROW) NOT = SPACES
              AND WS-PL-NEW-DEPTNO(WS-PL-ROW) NOT = SPACES
              AND WS-PL-OLD-DEPTNO(WS-PL-ROW)
                  NOT = WS-PL-NEW-DEPTNO(WS-PL-ROW)
               MOVE WS-PL-OLD-DEPTNO(WS-PL-ROW) TO WS-LOOKUP-DEPTNO
               PERFORM LOOKUP-DEPT-ENTRY
               IF WS-DP-FOUND
                   IF WS-DP-RETIRE(WS-DP-IDX)
                       MOVE 'OLD DEPT ON MORE THAN ONE LINE'
                           TO WS-EDIT-MSG
                       PERFORM SET-PLAN-EDIT
                   ELSE
                       MOVE 'Y' TO WS-DP-RETIRE-SW(WS-DP-IDX)
                       MOVE 'Y' TO WS-DP-TOUCHED-SW(WS-DP-IDX)
                       MOVE WS-PL-NEW-DEPTNO(WS-PL-ROW)
                           TO WS-DP-MAP-TO(WS-DP-IDX)
                       SET WS-DP-RETIRE-SUB(WS-DP-IDX) TO WS-PL-ROW
                   END-IF
               END-IF
           END-IF.

      *    WORKS OUT WHAT EACH LINE DOES AND WHAT THE NEW DEPARTMENT
      *    WILL LOOK LIKE. A NEW DEPARTMENT TAKES THE PLAN VALUES,
      *    FALLING BACK TO THE OLD DEPARTMENT'S NAME, ADMRDEPT AND -
      *    ON A WHOLE-DEPARTMENT MOVE - ITS MANAGER. THE FIRST LINE
      *    THAT NAMES A NEW DEPARTMENT DEFINES IT.
       RESOLVE-PLAN-LINES.
           PERFORM RESOLVE-PLAN-LINE
               VARYING WS-PL-ROW FROM 1 BY 1
                 UNTIL WS-PL-ROW > WS-PL-COUNT.

       RESOLVE-PLAN-LINE.
           MOVE ZERO TO WS-OLD-SUB.

           EVALUATE TRUE
               WHEN WS-PL-OLD-DEPTNO(WS-PL-ROW) = SPACES
                 OR WS-PL-NEW-DEPTNO(WS-PL-ROW) = SPACES
                   MOVE 'OLD OR NEW DEPTNO MISSING' TO WS-EDIT-MSG
                   PERFORM SET-PLAN-EDIT
               WHEN WS-PL-OLD-DEPTNO(WS-PL-ROW)
                    = WS-PL-NEW-DEPTNO(WS-PL-ROW)
                   MOVE 'OLD AND NEW DEPTNO ARE THE SAME'
                       TO WS-EDIT-MSG
                   PERFORM SET-PLAN-EDIT
               WHEN OTHER
                   MOVE WS-PL-OLD-DEPTNO(WS-PL-ROW)
                       TO WS-LOOKUP-DEPTNO
                   PERFORM LOOKUP-DEPT-ENTRY
                   IF WS-DP-FOUND
                       SET WS-OLD-SUB TO WS-DP-IDX
                       MOVE 'Y' TO WS-DP-TOUCHED-SW(WS-DP-IDX)
                   ELSE
                       MOVE 'OLD DEPTNO NOT ON DSN8C10.DEPT'
                           TO WS-EDIT-MSG
                       PERFORM SET-PLAN-EDIT
                   END-IF
           END-EVALUATE.

           IF WS-PL-EFF-DATE(WS-PL-ROW) NOT NUMERIC
               MOVE 'EFFECTIVE DATE NOT YYYYMMDD' TO WS-EDIT-MSG
               PERFORM SET-PLAN-EDIT
           END-IF.

           IF WS-OLD-SUB > ZERO
               MOVE WS-PL-NEW-DEPTNO(WS-PL-ROW) TO WS-LOOKUP-DEPTNO
               PERFORM LOOKUP-DEPT-ENTRY
               IF WS-DP-FOUND
                   PERFORM RESOLVE-EXISTING-TARGET
               ELSE
                   PERFORM RESOLVE-NEW-TARGET
               END-IF
           END-IF.

       RESOLVE-EXISTING-TARGET.
           IF WS-DP-RETIRE(WS-DP-IDX)
               MOVE 'NEW DEPT IS RETIRED BY THE PLAN' TO WS-EDIT-MSG
               PERFORM SET-PLAN-EDIT
           END-IF.

           MOVE 'Y' TO WS-DP-TOUCHED-SW(WS-DP-IDX).

           IF WS-DP-NEW(WS-DP-IDX)
               IF WS-PL-EMPNO(WS-PL-ROW) = SPACES
                   MOVE 'MERGE INTO NEW DEPT' TO WS-PL-ACTION(WS-PL-ROW)
               ELSE
                   MOVE 'SPLIT TO NEW DEPT'   TO WS-PL-ACTION(WS-PL-ROW)
               END-IF
           ELSE
               IF WS-PL-EMPNO(WS-PL-ROW) = SPACES
                   MOVE 'MERGE INTO EXISTING' TO WS-PL-ACTION(WS-PL-ROW)
               ELSE
                   MOVE 'SPLIT TO EXISTING'   TO WS-PL-ACTION(WS-PL-ROW)
               END-IF
               IF WS-PL-PLAN-MGRNO(WS-PL-ROW) NOT = SPACES
                   MOVE WS-PL-PLAN-MGRNO(WS-PL-ROW)
                       TO WS-DP-NEW-MGRNO(WS-DP-IDX)
               END-IF
               IF WS-PL-PLAN-ADMRDEPT(WS-PL-ROW) NOT = SPACES
                   MOVE WS-PL-PLAN-ADMRDEPT(WS-PL-ROW)
                       TO WS-DP-NEW-ADMRDEPT(WS-DP-IDX)
               END-IF
           END-IF.

           PERFORM MAP-NEW-ADMRDEPT.

       RESOLVE-NEW-TARGET.
           MOVE WS-PL-NEW-DEPTNO(WS-PL-ROW) TO WS-DEPTNO.

           IF WS-PL-DEPTNAME(WS-PL-ROW) NOT = SPACES
               MOVE WS-PL-DEPTNAME(WS-PL-ROW) TO WS-DEPTNAME
           ELSE
               MOVE WS-DP-DEPTNAME(WS-OLD-SUB) TO WS-DEPTNAME
           END-IF.

           IF WS-PL-PLAN-MGRNO(WS-PL-ROW) NOT = SPACES
               MOVE WS-PL-PLAN-MGRNO(WS-PL-ROW) TO WS-MGRNO
           ELSE
               IF WS-PL-EMPNO(WS-PL-ROW) = SPACES
                   MOVE WS-DP-MGRNO(WS-OLD-SUB) TO WS-MGRNO
               ELSE
                   MOVE SPACES TO WS-MGRNO
               END-IF
           END-IF.

      *    THE TOP DEPARTMENT IS ITS OWN ADMRDEPT, SO RENUMBERING IT
      *    MAKES THE NEW NUMBER ITS OWN ADMRDEPT.
           IF WS-PL-PLAN-ADMRDEPT(WS-PL-ROW) NOT = SPACES
               MOVE WS-PL-PLAN-ADMRDEPT(WS-PL-ROW) TO WS-ADMRDEPT
           ELSE
               IF WS-DP-ADMRDEPT(WS-OLD-SUB)
                  = WS-DP-DEPTNO(WS-OLD-SUB)
                   MOVE WS-DEPTNO TO WS-ADMRDEPT
               ELSE
                   MOVE WS-DP-ADMRDEPT(WS-OLD-SUB) TO WS-ADMRDEPT
               END-IF
           END-IF.

           PERFORM ADD-DEPT-ENTRY.

           IF WS-DP-FOUND
               MOVE 'Y' TO WS-DP-NEW-SW(WS-DP-IDX)
               MOVE 'Y' TO WS-DP-TOUCHED-SW(WS-DP-IDX)
               MOVE SPACES TO WS-DP-ADMRDEPT(WS-DP-IDX)
               SET WS-DP-ADD-SUB(WS-DP-IDX) TO WS-PL-ROW
               IF WS-PL-EMPNO(WS-PL-ROW) = SPACES
                   MOVE 'RENUMBER TO NEW DEPT'
                       TO WS-PL-ACTION(WS-PL-ROW)
               ELSE
                   MOVE 'SPLIT TO NEW DEPT'
                       TO WS-PL-ACTION(WS-PL-ROW)
               END-IF
               PERFORM MAP-NEW-ADMRDEPT
           END-IF.

       MAP-NEW-ADMRDEPT.
           MOVE WS-DP-NEW-MGRNO(WS-DP-IDX) TO WS-PL-MGRNO(WS-PL-ROW).
           MOVE WS-DP-NEW-ADMRDEPT(WS-DP-IDX)
                                           TO WS-PL-ADMRDEPT(WS-PL-ROW).

      *    A PARENT THAT IS ITSELF BEING RETIRED IS REPLACED BY THE
      *    DEPARTMENT THAT ABSORBS IT. ONE STEP IS ENOUGH - A
      *    RETIRING DEPARTMENT CAN NEVER BE A PLAN TARGET.
       MAP-ADMRDEPT-THROUGH-PLAN.
           MOVE WS-PL-ADMRDEPT(WS-PL-ROW) TO WS-LOOKUP-DEPTNO.
           PERFORM LOOKUP-DEPT-ENTRY.

           IF WS-DP-FOUND
               IF WS-DP-RETIRE(WS-DP-IDX)
                   MOVE WS-DP-MAP-TO(WS-DP-IDX)
                       TO WS-PL-ADMRDEPT(WS-PL-ROW)
               END-IF
           END-IF.

      *    THE EDITS THAT STOP THE RUN: EVERY TARGET MUST END UP WITH
      *    A MANAGER WHO IS ON DSN8C10.EMP AND AN ADMRDEPT THAT WILL
      *    STILL EXIST ONCE THE RETIREMENTS GO THROUGH.
       EDIT-PLAN-LINES.
           PERFORM EDIT-PLAN-LINE
               VARYING WS-PL-ROW FROM 1 BY 1
                 UNTIL WS-PL-ROW > WS-PL-COUNT.

       EDIT-PLAN-LINE.
           IF WS-PL-ACTION(WS-PL-ROW) NOT = SPACES
               PERFORM MAP-ADMRDEPT-THROUGH-PLAN
               MOVE WS-PL-NEW-DEPTNO(WS-PL-ROW) TO WS-LOOKUP-DEPTNO
               PERFORM LOOKUP-DEPT-ENTRY
               IF WS-DP-FOUND
                   MOVE WS-PL-ADMRDEPT(WS-PL-ROW)
                       TO WS-DP-NEW-ADMRDEPT(WS-DP-IDX)
               END-IF
               PERFORM EDIT-TARGET-MANAGER
               PERFORM EDIT-TARGET-ADMRDEPT
           END-IF.

       EDIT-TARGET-MANAGER.
           IF WS-PL-MGRNO(WS-PL-ROW) = SPACES
               MOVE 'NEW DEPT WOULD HAVE NO MANAGER' TO WS-EDIT-MSG
               PERFORM SET-PLAN-EDIT
           ELSE
               IF WS-PL-PLAN-MGRNO(WS-PL-ROW) NOT = SPACES
                   PERFORM CHECK-MGRNO-EXISTS
               END-IF
           END-IF.

       CHECK-MGRNO-EXISTS.
           MOVE WS-PL-PLAN-MGRNO(WS-PL-ROW) TO WS-CHECK-EMPNO.

           EXEC SQL
               SELECT EMPNO
                 INTO :WS-CHECK-EMPNO
                 FROM DSN8C10.EMP
                WHERE EMPNO = :WS-CHECK-EMPNO
           END-EXEC.

           MOVE 'SELECT' TO WS-CURRENT-CURSOR.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   CONTINUE
               WHEN SQLCODE = 100
                   MOVE 'MGRNO NOT ON DSN8C10.EMP' TO WS-EDIT-MSG
                   PERFORM SET-PLAN-EDIT
               WHEN OTHER
                   MOVE 'MGRNO CHECK FAILED - SEE EXCP LOG'
                       TO WS-EDIT-MSG
                   PERFORM SET-PLAN-EDIT
                   PERFORM CHECK-CURSOR-STATUS
           END-EVALUATE.

       EDIT-TARGET-ADMRDEPT.
           MOVE WS-PL-ADMRDEPT(WS-PL-ROW) TO WS-LOOKUP-DEPTNO.
           PERFORM LOOKUP-DEPT-ENTRY.

           IF WS-DP-FOUND
               IF WS-DP-RETIRE(WS-DP-IDX)
                   MOVE 'ADMRDEPT WOULD BE ORPHANED' TO WS-EDIT-MSG
                   PERFORM SET-PLAN-EDIT
               END-IF
           ELSE
               MOVE 'ADMRDEPT NOT ON DEPT OR IN PLAN' TO WS-EDIT-MSG
               PERFORM SET-PLAN-EDIT
           END-IF.

      *    DB2DPTMN WILL ONLY ADD A DEPARTMENT WHOSE ADMRDEPT IS
      *    ALREADY ON DSN8C10.DEPT, SO NEW DEPARTMENTS ARE SEQUENCED
      *    PARENT FIRST. ONE THAT NEVER BECOMES ADDABLE (ITS OWN OR
      *    A CIRCULAR ADMRDEPT) HAS TO BE KEYED BY HAND.
       ORDER-DEPT-ADDS.
           MOVE 'Y' TO WS-ADD-PROGRESS-SW.

           PERFORM ORDER-DEPT-ADD-PASS UNTIL NOT WS-ADD-PROGRESS.

           MOVE WS-ADD-SEQ TO WS-ADD-TOTAL.

           PERFORM EDIT-UNORDERED-ADD
               VARYING WS-DP-ROW FROM 1 BY 1
                 UNTIL WS-DP-ROW > WS-DP-COUNT.

       ORDER-DEPT-ADD-PASS.
           MOVE 'N' TO WS-ADD-PROGRESS-SW.

           PERFORM ORDER-DEPT-ADD
               VARYING WS-DP-ROW FROM 1 BY 1
                 UNTIL WS-DP-ROW > WS-DP-COUNT.

       ORDER-DEPT-ADD.
           IF WS-DP-NEW(WS-DP-ROW)
              AND WS-DP-ADD-SEQ(WS-DP-ROW) = ZERO
               MOVE WS-DP-NEW-ADMRDEPT(WS-DP-ROW) TO WS-LOOKUP-DEPTNO
               PERFORM LOOKUP-DEPT-ENTRY
               IF WS-DP-FOUND
                   IF WS-DP-IDX NOT = WS-DP-ROW
                      AND ((NOT WS-DP-NEW(WS-DP-IDX)
                            AND NOT WS-DP-RETIRE(WS-DP-IDX))
                       OR WS-DP-ADD-SEQ(WS-DP-IDX) > ZERO)
                       ADD 1 TO WS-ADD-SEQ
                       MOVE WS-ADD-SEQ TO WS-DP-ADD-SEQ(WS-DP-ROW)
                       SET WS-ADD-PROGRESS TO TRUE
                   END-IF
               END-IF
           END-IF.

       EDIT-UNORDERED-ADD.
           IF WS-DP-NEW(WS-DP-ROW)
              AND WS-DP-ADD-SEQ(WS-DP-ROW) = ZERO
               SET WS-PL-ROW TO WS-DP-ADD-SUB(WS-DP-ROW)
               MOVE 'ADMRDEPT NOT ADDABLE - KEY BY HAND'
                   TO WS-EDIT-MSG
               PERFORM SET-PLAN-EDIT
           END-IF.

      *    READ-ONLY PASS OF DSN8C10.EMP. A SPLIT LINE NAMING THE
      *    EMPLOYEE WINS OVER A WHOLE-DEPARTMENT LINE, SO A SPLIT AND
      *    A RETIREMENT OF THE SAME DEPARTMENT CAN SIT IN ONE PLAN.
       APPLY-EMPLOYEE-MOVES.
           MOVE 'C2' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C2 END-EXEC.

           PERFORM FETCH-EMPLOYEE-ROW UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C2 END-EXEC.

       FETCH-EMPLOYEE-ROW.
           EXEC SQL
               FETCH C2
                INTO :WS-EMPNO,
                     :WS-LASTNAME,
                     :WS-WORKDEPT,
                     :WS-SALARY
           END-EXEC.

           IF SQLCODE = 0
               PERFORM APPLY-EMPLOYEE-ROW
           END-IF.

       APPLY-EMPLOYEE-ROW.
           MOVE WS-WORKDEPT TO WS-TARGET-DEPTNO.
           MOVE SPACES      TO WS-EFF-DATE.

           PERFORM LOOKUP-SPLIT-PLAN.

           IF WS-PL-FOUND
               IF WS-PL-OLD-DEPTNO(WS-PL-IDX) NOT = WS-WORKDEPT
                   MOVE 'N' TO WS-PL-FOUND-SW
               END-IF
           END-IF.

           MOVE WS-WORKDEPT TO WS-LOOKUP-DEPTNO.
           PERFORM LOOKUP-DEPT-ENTRY.

           IF WS-DP-FOUND
               ADD 1         TO WS-DP-BEFORE-HC(WS-DP-IDX)
               ADD WS-SALARY TO WS-DP-BEFORE-SAL(WS-DP-IDX)
               IF WS-DP-RETIRE(WS-DP-IDX)
                  AND NOT WS-PL-FOUND
                   SET WS-PL-IDX TO WS-DP-RETIRE-SUB(WS-DP-IDX)
                   SET WS-PL-FOUND TO TRUE
               END-IF
           END-IF.

           IF WS-PL-FOUND
               MOVE WS-PL-NEW-DEPTNO(WS-PL-IDX) TO WS-TARGET-DEPTNO
               MOVE WS-PL-EFF-DATE(WS-PL-IDX)   TO WS-EFF-DATE
               ADD 1 TO WS-PL-MOVE-COUNT(WS-PL-IDX)
               PERFORM STORE-MOVER-ENTRY
           END-IF.

           MOVE WS-TARGET-DEPTNO TO WS-LOOKUP-DEPTNO.
           PERFORM LOOKUP-DEPT-ENTRY.

           IF WS-DP-FOUND
               ADD 1         TO WS-DP-AFTER-HC(WS-DP-IDX)
               ADD WS-SALARY TO WS-DP-AFTER-SAL(WS-DP-IDX)
           END-IF.

       STORE-MOVER-ENTRY.
           IF WS-MV-COUNT < WS-MV-MAX
               ADD 1 TO WS-MV-COUNT
               SET WS-MV-IDX TO WS-MV-COUNT
               MOVE WS-EMPNO         TO WS-MV-EMPNO(WS-MV-IDX)
               MOVE WS-LASTNAME      TO WS-MV-LASTNAME(WS-MV-IDX)
               MOVE WS-WORKDEPT      TO WS-MV-OLD-DEPTNO(WS-MV-IDX)
               MOVE WS-TARGET-DEPTNO TO WS-MV-NEW-DEPTNO(WS-MV-IDX)
               MOVE WS-SALARY        TO WS-MV-SALARY(WS-MV-IDX)
               MOVE WS-EFF-DATE      TO WS-MV-EFF-DATE(WS-MV-IDX)
           ELSE
               MOVE ZERO   TO EXCP-SQLCODE
               MOVE SPACES TO EXCP-SQLSTATE
               MOVE 'MOVER TABLE OVERFLOW - INCREASE WS-MV-MAX'
                           TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               ADD 1 TO WS-EDIT-COUNT
           END-IF.

       EDIT-SPLIT-LINES.
           PERFORM EDIT-SPLIT-LINE
               VARYING WS-PL-ROW FROM 1 BY 1
                 UNTIL WS-PL-ROW > WS-PL-COUNT.

       EDIT-SPLIT-LINE.
           IF WS-PL-EMPNO(WS-PL-ROW) NOT = SPACES
              AND WS-PL-MOVE-COUNT(WS-PL-ROW) = ZERO
               MOVE 'SPLIT EMPNO NOT IN OLD DEPT' TO WS-EDIT-MSG
               PERFORM SET-PLAN-EDIT
           END-IF.

      *    A DEPARTMENT THAT STAYS BUT REPORTS TO ONE THAT RETIRES IS
      *    RE-PARENTED TO THE RETIRING DEPARTMENT'S REPLACEMENT. ANY
      *    SURVIVING DEPARTMENT WHOSE MGRNO OR ADMRDEPT ENDS UP
      *    DIFFERENT GETS ONE DPTMAINT U CARD.
       MARK-CHILD-DEPTS.
           PERFORM MARK-CHILD-DEPT
               VARYING WS-DP-ROW FROM 1 BY 1
                 UNTIL WS-DP-ROW > WS-DP-COUNT.

       MARK-CHILD-DEPT.
           IF NOT WS-DP-NEW(WS-DP-ROW)
              AND NOT WS-DP-RETIRE(WS-DP-ROW)
               MOVE WS-DP-NEW-ADMRDEPT(WS-DP-ROW) TO WS-LOOKUP-DEPTNO
               PERFORM LOOKUP-DEPT-ENTRY
               IF WS-DP-FOUND
                   IF WS-DP-RETIRE(WS-DP-IDX)
                       MOVE WS-DP-MAP-TO(WS-DP-IDX)
                           TO WS-DP-NEW-ADMRDEPT(WS-DP-ROW)
                   END-IF
               END-IF
               IF WS-DP-NEW-ADMRDEPT(WS-DP-ROW)
                  NOT = WS-DP-ADMRDEPT(WS-DP-ROW)
                   MOVE 'Y' TO WS-DP-REPARENT-SW(WS-DP-ROW)
                   MOVE 'Y' TO WS-DP-TOUCHED-SW(WS-DP-ROW)
                   ADD 1 TO WS-CHILD-COUNT
               END-IF
           END-IF.

       PRINT-PLAN-SECTION.
           SET WS-PLAN-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           PERFORM PRINT-PLAN-LINE
               VARYING WS-PL-ROW FROM 1 BY 1
                 UNTIL WS-PL-ROW > WS-PL-COUNT.

       PRINT-PLAN-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO WS-PLAN-LINE-LAYOUT.
           MOVE WS-PL-OLD-DEPTNO(WS-PL-ROW)  TO WS-PN-OLD-DEPTNO.
           MOVE WS-PL-NEW-DEPTNO(WS-PL-ROW)  TO WS-PN-NEW-DEPTNO.
           MOVE WS-PL-ACTION(WS-PL-ROW)      TO WS-PN-ACTION.
           MOVE WS-PL-EMPNO(WS-PL-ROW)       TO WS-PN-EMPNO.
           MOVE WS-PL-MGRNO(WS-PL-ROW)       TO WS-PN-MGRNO.
           MOVE WS-PL-ADMRDEPT(WS-PL-ROW)    TO WS-PN-ADMRDEPT.
           MOVE WS-PL-EFF-DATE(WS-PL-ROW)    TO WS-PN-EFF-DATE.
           MOVE WS-PL-MOVE-COUNT(WS-PL-ROW)  TO WS-PN-MOVE-COUNT.
           IF WS-PL-EDIT(WS-PL-ROW) = SPACES
               MOVE 'OK'                     TO WS-PN-EDIT
           ELSE
               MOVE WS-PL-EDIT(WS-PL-ROW)    TO WS-PN-EDIT
           END-IF.
           WRITE RPT-DETAIL-LINE FROM WS-PLAN-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-EMPLOYEE-SECTION.
           SET WS-EMPLOYEE-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           IF WS-MV-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'NO EMPLOYEES MOVE' TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM PRINT-EMPLOYEE-LINE
                   VARYING WS-MV-IDX FROM 1 BY 1
                     UNTIL WS-MV-IDX > WS-MV-COUNT
           END-IF.

       PRINT-EMPLOYEE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE WS-MV-EMPNO(WS-MV-IDX)      TO WS-EL-EMPNO.
           MOVE WS-MV-LASTNAME(WS-MV-IDX)   TO WS-EL-LASTNAME.
           MOVE WS-MV-OLD-DEPTNO(WS-MV-IDX) TO WS-EL-OLD-DEPTNO.
           MOVE WS-MV-NEW-DEPTNO(WS-MV-IDX) TO WS-EL-NEW-DEPTNO.
           MOVE WS-MV-SALARY(WS-MV-IDX)     TO WS-EL-SALARY.
           MOVE WS-MV-EFF-DATE(WS-MV-IDX)   TO WS-EL-EFF-DATE.
           WRITE RPT-DETAIL-LINE FROM WS-EMP-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

      *    PROJ.DEPTNO HAS NO MAINTENANCE STREAM OF ITS OWN, SO A
      *    PROJECT OWNED BY A RETIRING DEPARTMENT IS A WARNING FOR
      *    THE PMO TO MOVE BEFORE THE RETIREMENT IS SUBMITTED. A
      *    PROJECT WHOSE RESPONSIBLE EMPLOYEE MOVES IS LISTED TOO.
       PRINT-PROJECT-SECTION.
           SET WS-PROJECT-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           MOVE 'C3' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C3 END-EXEC.

           PERFORM FETCH-PROJECT-ROW UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C3 END-EXEC.

           IF WS-PROJ-WARN-COUNT + WS-PROJ-OWNER-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'NO PROJECTS AFFECTED' TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       FETCH-PROJECT-ROW.
           EXEC SQL
               FETCH C3
                INTO :WS-PROJNO,
                     :WS-PROJNAME,
                     :WS-DEPTNO,
                     :WS-RESPEMP
           END-EXEC.

           IF SQLCODE = 0
               PERFORM CHECK-PROJECT-ROW
           END-IF.

       CHECK-PROJECT-ROW.
           MOVE SPACES TO WS-PROJ-LINE-LAYOUT.

           MOVE WS-DEPTNO TO WS-LOOKUP-DEPTNO.
           PERFORM LOOKUP-DEPT-ENTRY.

           IF WS-DP-FOUND
               IF WS-DP-RETIRE(WS-DP-IDX)
                   ADD 1 TO WS-PROJ-WARN-COUNT
                   MOVE 'DEPT RETIRES - MOVE PROJECT TO'
                       TO WS-JL-NOTE
                   MOVE WS-DP-MAP-TO(WS-DP-IDX) TO WS-JL-NOTE-DEPTNO
               END-IF
           END-IF.

           IF WS-JL-NOTE = SPACES
               MOVE WS-RESPEMP TO WS-EMPNO
               PERFORM LOOKUP-MOVER-ENTRY
               IF WS-MV-FOUND
                   ADD 1 TO WS-PROJ-OWNER-COUNT
                   MOVE 'RESPONSIBLE EMPLOYEE MOVES TO'
                       TO WS-JL-NOTE
                   MOVE WS-MV-NEW-DEPTNO(WS-MV-IDX)
                       TO WS-JL-NOTE-DEPTNO
               END-IF
           END-IF.

           IF WS-JL-NOTE NOT = SPACES
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADERS
               END-IF
               MOVE WS-PROJNO   TO WS-JL-PROJNO
               MOVE WS-PROJNAME TO WS-JL-PROJNAME
               MOVE WS-DEPTNO   TO WS-JL-DEPTNO
               MOVE WS-RESPEMP  TO WS-JL-RESPEMP
               WRITE RPT-DETAIL-LINE FROM WS-PROJ-LINE-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-CHILD-SECTION.
           SET WS-CHILD-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           IF WS-CHILD-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'NO DEPARTMENTS CHANGE ADMRDEPT' TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM PRINT-CHILD-LINE
                   VARYING WS-DP-ROW FROM 1 BY 1
                     UNTIL WS-DP-ROW > WS-DP-COUNT
           END-IF.

       PRINT-CHILD-LINE.
           IF WS-DP-REPARENT(WS-DP-ROW)
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADERS
               END-IF
               MOVE WS-DP-DEPTNO(WS-DP-ROW)   TO WS-CL-DEPTNO
               MOVE WS-DP-DEPTNAME(WS-DP-ROW) TO WS-CL-DEPTNAME
               MOVE WS-DP-ADMRDEPT(WS-DP-ROW) TO WS-CL-OLD-ADMRDEPT
               MOVE WS-DP-NEW-ADMRDEPT(WS-DP-ROW)
                                              TO WS-CL-NEW-ADMRDEPT
               WRITE RPT-DETAIL-LINE FROM WS-CHILD-LINE-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-DEPT-TOTALS-SECTION.
           SET WS-TOTALS-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           PERFORM PRINT-DEPT-TOTAL-LINE
               VARYING WS-DP-ROW FROM 1 BY 1
                 UNTIL WS-DP-ROW > WS-DP-COUNT.

       PRINT-DEPT-TOTAL-LINE.
           IF WS-DP-TOUCHED(WS-DP-ROW)
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADERS
               END-IF
               MOVE WS-DP-DEPTNO(WS-DP-ROW)     TO WS-DL-DEPTNO
               MOVE WS-DP-DEPTNAME(WS-DP-ROW)   TO WS-DL-DEPTNAME
               MOVE WS-DP-BEFORE-HC(WS-DP-ROW)  TO WS-DL-BEFORE-HC
               MOVE WS-DP-BEFORE-SAL(WS-DP-ROW) TO WS-DL-BEFORE-SAL
               MOVE WS-DP-AFTER-HC(WS-DP-ROW)   TO WS-DL-AFTER-HC
               MOVE WS-DP-AFTER-SAL(WS-DP-ROW)  TO WS-DL-AFTER-SAL
               EVALUATE TRUE
                   WHEN WS-DP-RETIRE(WS-DP-ROW)
                       MOVE 'RETIRED'    TO WS-DL-STATUS
                   WHEN WS-DP-NEW(WS-DP-ROW)
                       MOVE 'NEW'        TO WS-DL-STATUS
                   WHEN WS-DP-REPARENT(WS-DP-ROW)
                       MOVE 'RE-PARENTED' TO WS-DL-STATUS
                   WHEN OTHER
                       MOVE 'CHANGED'    TO WS-DL-STATUS
               END-EVALUATE
               WRITE RPT-DETAIL-LINE FROM WS-DEPT-LINE-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *    THE THREE STREAMS ARE SUBMITTED IN THIS ORDER: DEPTADD TO
      *    DPTMAINT (NEW DEPARTMENTS PARENT FIRST, THEN MGRNO/ADMRDEPT
      *    CHANGES AND CHILD RE-PARENTING), EMPUPD TO THE EMPMAINT
      *    TRANIN (DB2TRNRL HOLDS EACH CARD UNTIL ITS EFFECTIVE
      *    DATE), THEN DEPTRET TO DPTMAINT ONCE THE MOVES HAVE GONE.
       GENERATE-TRANSACTIONS.
           PERFORM WRITE-DEPT-ADD-CARDS
               VARYING WS-ADD-SEQ FROM 1 BY 1
                 UNTIL WS-ADD-SEQ > WS-ADD-TOTAL.

           PERFORM WRITE-DEPT-UPDATE-CARD
               VARYING WS-DP-ROW FROM 1 BY 1
                 UNTIL WS-DP-ROW > WS-DP-COUNT.

           PERFORM WRITE-EMP-UPDATE-CARD
               VARYING WS-MV-IDX FROM 1 BY 1
                 UNTIL WS-MV-IDX > WS-MV-COUNT.

           PERFORM WRITE-DEPT-RETIRE-CARD
               VARYING WS-DP-ROW FROM 1 BY 1
                 UNTIL WS-DP-ROW > WS-DP-COUNT.

           IF WS-PROJ-WARN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-DEPT-ADD-CARDS.
           PERFORM WRITE-DEPT-ADD-CARD
               VARYING WS-DP-ROW FROM 1 BY 1
                 UNTIL WS-DP-ROW > WS-DP-COUNT.

       WRITE-DEPT-ADD-CARD.
           IF WS-DP-NEW(WS-DP-ROW)
              AND WS-DP-ADD-SEQ(WS-DP-ROW) = WS-ADD-SEQ
               MOVE SPACES TO DADD-RECORD
               MOVE 'A'    TO DADD-TYPE
               MOVE WS-DP-DEPTNO(WS-DP-ROW)   TO DADD-DEPTNO
               MOVE WS-DP-DEPTNAME(WS-DP-ROW) TO DADD-NEW-DEPTNAME
               MOVE WS-DP-NEW-MGRNO(WS-DP-ROW) TO DADD-NEW-MGRNO
               MOVE WS-DP-NEW-ADMRDEPT(WS-DP-ROW)
                                              TO DADD-NEW-ADMRDEPT
               WRITE DADD-RECORD
               ADD 1 TO WS-DADD-COUNT
           END-IF.

       WRITE-DEPT-UPDATE-CARD.
           IF NOT WS-DP-NEW(WS-DP-ROW)
              AND NOT WS-DP-RETIRE(WS-DP-ROW)
              AND (WS-DP-REPARENT(WS-DP-ROW)
               OR WS-DP-NEW-MGRNO(WS-DP-ROW)
                  NOT = WS-DP-MGRNO(WS-DP-ROW))
               MOVE SPACES TO DADD-RECORD
               MOVE 'U'    TO DADD-TYPE
               MOVE WS-DP-DEPTNO(WS-DP-ROW)   TO DADD-DEPTNO
               IF WS-DP-NEW-MGRNO(WS-DP-ROW)
                  NOT = WS-DP-MGRNO(WS-DP-ROW)
                   MOVE WS-DP-NEW-MGRNO(WS-DP-ROW)
                                              TO DADD-NEW-MGRNO
               END-IF
               IF WS-DP-REPARENT(WS-DP-ROW)
                   MOVE WS-DP-NEW-ADMRDEPT(WS-DP-ROW)
                                              TO DADD-NEW-ADMRDEPT
               END-IF
               WRITE DADD-RECORD
               ADD 1 TO WS-DADD-COUNT
           END-IF.

       WRITE-EMP-UPDATE-CARD.
           MOVE SPACES TO EUPD-RECORD.
           MOVE 'U'    TO EUPD-TYPE.
           MOVE WS-MV-EMPNO(WS-MV-IDX)      TO EUPD-EMPNO.
           MOVE WS-MV-NEW-DEPTNO(WS-MV-IDX) TO EUPD-NEW-WORKDEPT.
           MOVE WS-MV-EFF-DATE(WS-MV-IDX)   TO EUPD-EFF-DATE.
           WRITE EUPD-RECORD.
           ADD 1 TO WS-EUPD-COUNT.

       WRITE-DEPT-RETIRE-CARD.
           IF WS-DP-RETIRE(WS-DP-ROW)
               MOVE SPACES TO DRET-RECORD
               MOVE 'D'    TO DRET-TYPE
               MOVE WS-DP-DEPTNO(WS-DP-ROW) TO DRET-DEPTNO
               WRITE DRET-RECORD
               ADD 1 TO WS-DRET-COUNT
           END-IF.

       LOOKUP-DEPT-ENTRY.
           SET WS-DP-FOUND-SW TO 'N'.
           SET WS-DP-IDX TO 1.

           PERFORM TEST-DEPT-ENTRY
               VARYING WS-DP-IDX FROM 1 BY 1
                 UNTIL WS-DP-IDX > WS-DP-COUNT
                    OR WS-DP-FOUND.

           IF WS-DP-FOUND
               SET WS-DP-IDX DOWN BY 1
           END-IF.

       TEST-DEPT-ENTRY.
           IF WS-LOOKUP-DEPTNO = WS-DP-DEPTNO(WS-DP-IDX)
               SET WS-DP-FOUND TO TRUE
           END-IF.

       LOOKUP-SPLIT-PLAN.
           SET WS-PL-FOUND-SW TO 'N'.
           SET WS-PL-IDX TO 1.

           PERFORM TEST-SPLIT-PLAN
               VARYING WS-PL-IDX FROM 1 BY 1
                 UNTIL WS-PL-IDX > WS-PL-COUNT
                    OR WS-PL-FOUND.

           IF WS-PL-FOUND
               SET WS-PL-IDX DOWN BY 1
           END-IF.

       TEST-SPLIT-PLAN.
           IF WS-EMPNO = WS-PL-EMPNO(WS-PL-IDX)
               SET WS-PL-FOUND TO TRUE
           END-IF.

       LOOKUP-MOVER-ENTRY.
           SET WS-MV-FOUND-SW TO 'N'.
           SET WS-MV-IDX TO 1.

           PERFORM TEST-MOVER-ENTRY
               VARYING WS-MV-IDX FROM 1 BY 1
                 UNTIL WS-MV-IDX > WS-MV-COUNT
                    OR WS-MV-FOUND.

           IF WS-MV-FOUND
               SET WS-MV-IDX DOWN BY 1
           END-IF.

       TEST-MOVER-ENTRY.
           IF WS-EMPNO = WS-MV-EMPNO(WS-MV-IDX)
               SET WS-MV-FOUND TO TRUE
           END-IF.

      *    ONLY THE FIRST EDIT FAILURE ON A PLAN LINE IS KEPT AND
      *    COUNTED - FIXING IT MAY CLEAR THE OTHERS.
       SET-PLAN-EDIT.
           IF WS-PL-EDIT(WS-PL-ROW) = SPACES
               MOVE WS-EDIT-MSG TO WS-PL-EDIT(WS-PL-ROW)
               ADD 1 TO WS-EDIT-COUNT
           END-IF.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 12 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES TO WS-TL-LABEL.
           MOVE 'PLAN LINES READ                =' TO WS-TL-LABEL.
           MOVE WS-PL-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'PLAN EDIT FAILURES             =' TO WS-TL-LABEL.
           MOVE WS-EDIT-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'EMPLOYEES MOVING               =' TO WS-TL-LABEL.
           MOVE WS-MV-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'PROJECTS IN RETIRING DEPTS     =' TO WS-TL-LABEL.
           MOVE WS-PROJ-WARN-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'DEPARTMENTS RE-PARENTED        =' TO WS-TL-LABEL.
           MOVE WS-CHILD-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'DEPTADD CARDS WRITTEN          =' TO WS-TL-LABEL.
           MOVE WS-DADD-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'EMPUPD CARDS WRITTEN           =' TO WS-TL-LABEL.
           MOVE WS-EUPD-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'DEPTRET CARDS WRITTEN          =' TO WS-TL-LABEL.
           MOVE WS-DRET-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES TO WS-SECTION-LAYOUT.
           IF WS-EDIT-COUNT = ZERO
              AND RETURN-CODE < 8
               MOVE 'PLAN ACCEPTED - TRANSACTION STREAMS GENERATED'
                   TO WS-SC-TITLE
           ELSE
               MOVE 'PLAN REJECTED - NO TRANSACTIONS GENERATED'
                   TO WS-SC-TITLE
           END-IF.
           WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT.
           ADD 11 TO WS-LINE-COUNT.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2REORG'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.

       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE         TO HDG-RUN-DATE.
           MOVE WS-PAGE-NUMBER      TO HDG-PAGE-NUMBER.
           MOVE WS-HEADING-1-LAYOUT TO RPT-HEADING-1.

           IF WS-PAGE-NUMBER > 1
               WRITE RPT-HEADING-1 AFTER ADVANCING PAGE
           ELSE
               WRITE RPT-HEADING-1 AFTER ADVANCING 0 LINES
           END-IF.

           MOVE SPACES TO WS-SECTION-LAYOUT.
           EVALUATE TRUE
               WHEN WS-PLAN-SECTION
                   MOVE 'REORG PLAN LINES AND EDITS' TO WS-SC-TITLE
               WHEN WS-EMPLOYEE-SECTION
                   MOVE 'EMPLOYEES CHANGING WORKDEPT' TO WS-SC-TITLE
               WHEN WS-PROJECT-SECTION
                   MOVE 'PROJECTS AFFECTED BY THE REORG'
                       TO WS-SC-TITLE
               WHEN WS-CHILD-SECTION
                   MOVE 'DEPARTMENTS CHANGING ADMRDEPT' TO WS-SC-TITLE
               WHEN WS-TOTALS-SECTION
                   MOVE 'HEADCOUNT AND SALARY BEFORE AND AFTER'
                       TO WS-SC-TITLE
           END-EVALUATE.
           MOVE WS-SECTION-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.

           EVALUATE TRUE
               WHEN WS-PLAN-SECTION
                   MOVE WS-PLAN-HEADING-LAYOUT  TO RPT-HEADING-2
               WHEN WS-EMPLOYEE-SECTION
                   MOVE WS-EMP-HEADING-LAYOUT   TO RPT-HEADING-2
               WHEN WS-PROJECT-SECTION
                   MOVE WS-PROJ-HEADING-LAYOUT  TO RPT-HEADING-2
               WHEN WS-CHILD-SECTION
                   MOVE WS-CHILD-HEADING-LAYOUT TO RPT-HEADING-2
               WHEN WS-TOTALS-SECTION
                   MOVE WS-DEPT-HEADING-LAYOUT  TO RPT-HEADING-2
           END-EVALUATE.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       TERMINATION.
           CLOSE DADD-FILE.
           CLOSE EUPD-FILE.
           CLOSE DRET-FILE.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

           DISPLAY 'DB2REORG - EDIT FAILURES=' WS-EDIT-COUNT
                   ' EMPLOYEES MOVING=' WS-MV-COUNT
                   ' CARDS=' WS-DADD-COUNT ' / ' WS-EUPD-COUNT
                   ' / ' WS-DRET-COUNT.
