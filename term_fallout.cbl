       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2TRMFO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO TERMMST
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT TRAN-FILE ASSIGN TO TRANOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY TERMEMP.

       FD  TRAN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY PRJTRAN.

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
       01  WS-PROJNO        PIC X(06).
       01  WS-PROJNAME      PIC X(24).
       01  WS-DEPTNO        PIC X(03).
       01  WS-RESPEMP       PIC X(06).
       01  WS-ACTNO         PIC S9(04) COMP.
       01  WS-EMPTIME       PIC S9(03)V99 COMP-3.
       01  WS-EMENDATE      PIC X(10).
       01  WS-PRENDATE      PIC X(10).

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-TERM-STATUS              PIC X(02).
           05  WS-TERM-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-TERM-EOF                         VALUE 'Y'.
           05  WS-REPORT-SECTION           PIC X(01)  VALUE 'A'.
               88  WS-ASSIGNMENT-SECTION               VALUE 'A'.
               88  WS-PMO-SECTION                      VALUE 'P'.
           05  WS-PREV-PROJNO              PIC X(06)  VALUE SPACES.
           05  WS-FIRST-DETAIL-SW          PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-DETAIL                     VALUE 'Y'.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-PROJ-ASSIGN-COUNT        PIC S9(05) COMP VALUE ZERO.
           05  WS-ASSIGN-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-TRAN-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-PMO-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-NOT-ON-TERM-COUNT        PIC S9(07) COMP VALUE ZERO.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

      *    ONE ENTRY PER EMPNO STILL REFERENCED BY EMPPROJACT OR
      *    PROJ.RESPEMP BUT NO LONGER ON DSN8C10.EMP, CARRYING THE
      *    LATEST TERMINATION FOUND FOR IT ON THE TERMEMP MASTER.
       01  WS-FALLOUT-TABLE-AREA.
           05  WS-FO-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-FO-MAX                   PIC S9(04) COMP VALUE 500.
           05  WS-FO-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-FO-IDX.
               10  WS-FO-EMPNO             PIC X(06).
               10  WS-FO-LASTNAME          PIC X(15).
               10  WS-FO-LAST-DEPT         PIC X(03).
               10  WS-FO-TERM-DATE         PIC 9(08).
               10  WS-FO-TERM-TIME         PIC 9(06).
       01  WS-FO-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-FO-FOUND                             VALUE 'Y'.

           COPY STATPARM.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2TRMFO'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'TERMINATION FALLOUT BY PROJECT'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.
       01  WS-HEADING-2-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'EMPNO'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(15)  VALUE 'LASTNAME'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(04)  VALUE 'ACT'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'TIME'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(10)
                   VALUE 'ASSIGN END'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'TERMDATE'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'DPT'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(20)  VALUE 'NOTE'.
           05  FILLER                      PIC X(38)  VALUE SPACES.
       01  WS-HEADING-3-LAYOUT.
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
           05  FILLER                      PIC X(08)  VALUE 'TERMDATE'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'DPT'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(10)  VALUE 'PROJ END'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(20)  VALUE 'NOTE'.
           05  FILLER                      PIC X(29)  VALUE SPACES.

       01  WS-SECTION-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-SC-TITLE                 PIC X(60).
           05  FILLER                      PIC X(72)  VALUE SPACES.

       01  WS-PROJECT-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'PROJECT'.
           05  WS-PL-PROJNO                PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-PL-PROJNAME              PIC X(24).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'DEPT'.
           05  WS-PL-DEPTNO                PIC X(03).
           05  FILLER                      PIC X(82)  VALUE SPACES.

       01  WS-DETAIL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DT-EMPNO                 PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-LASTNAME              PIC X(15).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-ACTNO                 PIC ZZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DT-EMPTIME               PIC Z9.99.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DT-EMENDATE              PIC X(10).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DT-TERM-DATE             PIC X(08).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DT-LAST-DEPT             PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DT-NOTE                  PIC X(20).
           05  FILLER                      PIC X(38)  VALUE SPACES.

       01  WS-PMO-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-PM-PROJNO                PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-PM-PROJNAME              PIC X(24).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-PM-DEPTNO                PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PM-RESPEMP               PIC X(06).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PM-TERM-DATE             PIC X(08).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PM-LAST-DEPT             PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PM-PRENDATE              PIC X(10).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-PM-NOTE                  PIC X(20).
           05  FILLER                      PIC X(29)  VALUE SPACES.

       01  WS-TOTAL-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(89)  VALUE SPACES.

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT X.EMPNO
                 FROM (SELECT EMPNO
                         FROM DSN8C10.EMPPROJACT
                       UNION
                       SELECT RESPEMP
                         FROM DSN8C10.PROJ
                        WHERE RESPEMP IS NOT NULL) AS X (EMPNO)
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM DSN8C10.EMP E
                        WHERE E.EMPNO = X.EMPNO)
                ORDER BY X.EMPNO
           END-EXEC.

           EXEC SQL DECLARE C2 CURSOR FOR
               SELECT A.PROJNO,
                      COALESCE(P.PROJNAME, ' '),
                      COALESCE(P.DEPTNO, ' '),
                      A.EMPNO,
                      A.ACTNO,
                      COALESCE(A.EMPTIME, 0),
                      COALESCE(CHAR(A.EMENDATE, ISO), ' ')
                 FROM DSN8C10.EMPPROJACT A
                 LEFT JOIN DSN8C10.PROJ  P
                   ON A.PROJNO = P.PROJNO
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM DSN8C10.EMP E
                        WHERE E.EMPNO = A.EMPNO)
                ORDER BY A.PROJNO, A.EMPNO, A.ACTNO
           END-EXEC.

           EXEC SQL DECLARE C3 CURSOR FOR
               SELECT P.PROJNO,
                      P.PROJNAME,
                      P.DEPTNO,
                      P.RESPEMP,
                      COALESCE(CHAR(P.PRENDATE, ISO), ' ')
                 FROM DSN8C10.PROJ P
                WHERE NOT EXISTS
                      (SELECT 1
                         FROM DSN8C10.EMP E
                        WHERE E.EMPNO = P.RESPEMP)
                ORDER BY P.PROJNO
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM BEGIN-RUN-STATISTICS.

           PERFORM INITIALIZATION.

           PERFORM LOAD-FALLOUT-TABLE.

           IF RETURN-CODE NOT = 16
               PERFORM MATCH-TERM-MASTER
               PERFORM REPORT-ASSIGNMENT-FALLOUT
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM REPORT-UNOWNED-PROJECTS
           END-IF.

           PERFORM PRINT-TOTALS.

           PERFORM TERMINATION.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT TRAN-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

      *    EVERY EMPNO THE PROJECT TABLES STILL CARRY BUT DSN8C10.EMP
      *    NO LONGER HOLDS IS COLLECTED FIRST, SO THE TERMEMP MASTER
      *    CAN BE PASSED ONCE AND THE REPORT CURSORS JUST LOOK UP
      *    THE TERMINATION DETAILS.
       LOAD-FALLOUT-TABLE.
           MOVE 'C1' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C1 END-EXEC.

           PERFORM FETCH-FALLOUT-EMPNO UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C1 END-EXEC.

       FETCH-FALLOUT-EMPNO.
           EXEC SQL
               FETCH C1 INTO :WS-EMPNO
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               IF WS-FO-COUNT < WS-FO-MAX
                   ADD 1 TO WS-FO-COUNT
                   SET WS-FO-IDX TO WS-FO-COUNT
                   MOVE WS-EMPNO TO WS-FO-EMPNO(WS-FO-IDX)
                   MOVE SPACES   TO WS-FO-LASTNAME(WS-FO-IDX)
                   MOVE SPACES   TO WS-FO-LAST-DEPT(WS-FO-IDX)
                   MOVE ZERO     TO WS-FO-TERM-DATE(WS-FO-IDX)
                   MOVE ZERO     TO WS-FO-TERM-TIME(WS-FO-IDX)
               ELSE
                   PERFORM WRITE-FALLOUT-OVERFLOW-EXCEPTION
               END-IF
           END-IF.

      *    THE MASTER IS IN EMPNO, TERM DATE, RUN TIME ORDER, SO AN
      *    EMPLOYEE TERMINATED MORE THAN ONCE ENDS UP CARRYING THE
      *    MOST RECENT TERMINATION.
       MATCH-TERM-MASTER.
           OPEN INPUT TERM-FILE.

           IF WS-TERM-STATUS = '00'
               PERFORM READ-TERM-RECORD
               PERFORM APPLY-TERM-RECORD UNTIL WS-TERM-EOF
               CLOSE TERM-FILE
           ELSE
               DISPLAY 'DB2TRMFO - TERMEMP MASTER NOT AVAILABLE'
           END-IF.

       READ-TERM-RECORD.
           READ TERM-FILE
               AT END
                   SET WS-TERM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

       APPLY-TERM-RECORD.
           MOVE TERM-EMPNO TO WS-EMPNO.
           PERFORM LOOKUP-FALLOUT-ENTRY.

           IF WS-FO-FOUND
               IF TERM-DATE > WS-FO-TERM-DATE(WS-FO-IDX)
                  OR (TERM-DATE = WS-FO-TERM-DATE(WS-FO-IDX)
                  AND TERM-RUN-TIME >= WS-FO-TERM-TIME(WS-FO-IDX))
                   MOVE TERM-LASTNAME TO WS-FO-LASTNAME(WS-FO-IDX)
                   MOVE TERM-WORKDEPT TO WS-FO-LAST-DEPT(WS-FO-IDX)
                   MOVE TERM-DATE     TO WS-FO-TERM-DATE(WS-FO-IDX)
                   MOVE TERM-RUN-TIME TO WS-FO-TERM-TIME(WS-FO-IDX)
               END-IF
           END-IF.

           PERFORM READ-TERM-RECORD.

       LOOKUP-FALLOUT-ENTRY.
           SET WS-FO-FOUND-SW TO 'N'.
           SET WS-FO-IDX TO 1.

           PERFORM TEST-FALLOUT-ENTRY
               VARYING WS-FO-IDX FROM 1 BY 1
                 UNTIL WS-FO-IDX > WS-FO-COUNT
                    OR WS-FO-FOUND.

           IF WS-FO-FOUND
               SET WS-FO-IDX DOWN BY 1
           END-IF.

       TEST-FALLOUT-ENTRY.
           IF WS-EMPNO = WS-FO-EMPNO(WS-FO-IDX)
               SET WS-FO-FOUND TO TRUE
           END-IF.

      *    ONE PRJMAINT CLOSE-OUT (D) CARD IS CUT FOR EVERY ORPHANED
      *    ASSIGNMENT, IN THE DB2PRJMN TRANIN LAYOUT, SO THE PMO CAN
      *    SUBMIT THE TRANOUT GENERATION AS IT STANDS.
       REPORT-ASSIGNMENT-FALLOUT.
           SET WS-ASSIGNMENT-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           MOVE 'C2' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C2 END-EXEC.

           PERFORM FETCH-ASSIGNMENT-ROW UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C2 END-EXEC.

           IF WS-FIRST-DETAIL
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'NO ORPHANED ASSIGNMENTS' TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM PRINT-PROJECT-TRAILER
           END-IF.

       FETCH-ASSIGNMENT-ROW.
           EXEC SQL
               FETCH C2
                INTO :WS-PROJNO,
                     :WS-PROJNAME,
                     :WS-DEPTNO,
                     :WS-EMPNO,
                     :WS-ACTNO,
                     :WS-EMPTIME,
                     :WS-EMENDATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               IF WS-PROJNO NOT = WS-PREV-PROJNO
                   IF NOT WS-FIRST-DETAIL
                       PERFORM PRINT-PROJECT-TRAILER
                   END-IF
                   MOVE WS-PROJNO TO WS-PREV-PROJNO
                   MOVE 'N'       TO WS-FIRST-DETAIL-SW
                   MOVE ZERO      TO WS-PROJ-ASSIGN-COUNT
                   PERFORM PRINT-PROJECT-LINE
               END-IF
               ADD 1 TO WS-PROJ-ASSIGN-COUNT
               ADD 1 TO WS-ASSIGN-COUNT
               PERFORM PRINT-ASSIGNMENT-LINE
               PERFORM WRITE-CLOSEOUT-TRAN
           END-IF.

       PRINT-PROJECT-LINE.
           IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE WS-PROJNO   TO WS-PL-PROJNO.
           MOVE WS-PROJNAME TO WS-PL-PROJNAME.
           MOVE WS-DEPTNO   TO WS-PL-DEPTNO.
           WRITE RPT-DETAIL-LINE FROM WS-PROJECT-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-ASSIGNMENT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES      TO WS-DETAIL-LAYOUT.
           MOVE WS-EMPNO    TO WS-DT-EMPNO.
           MOVE WS-ACTNO    TO WS-DT-ACTNO.
           MOVE WS-EMPTIME  TO WS-DT-EMPTIME.
           MOVE WS-EMENDATE TO WS-DT-EMENDATE.

           PERFORM LOOKUP-FALLOUT-ENTRY.

           IF WS-FO-FOUND
              AND WS-FO-TERM-DATE(WS-FO-IDX) > ZERO
               MOVE WS-FO-LASTNAME(WS-FO-IDX)  TO WS-DT-LASTNAME
               MOVE WS-FO-TERM-DATE(WS-FO-IDX) TO WS-DT-TERM-DATE
               MOVE WS-FO-LAST-DEPT(WS-FO-IDX) TO WS-DT-LAST-DEPT
           ELSE
               MOVE 'NOT ON TERMEMP'           TO WS-DT-NOTE
               ADD 1 TO WS-NOT-ON-TERM-COUNT
           END-IF.

           WRITE RPT-DETAIL-LINE FROM WS-DETAIL-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PROJECT-TRAILER.
           MOVE SPACES TO WS-TL-LABEL.
           MOVE 'ASSIGNMENTS TO CLOSE OUT       ='
                                       TO WS-TL-LABEL.
           MOVE WS-PROJ-ASSIGN-COUNT   TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.

       WRITE-CLOSEOUT-TRAN.
           MOVE SPACES    TO TRAN-RECORD.
           MOVE 'D'       TO TRAN-TYPE.
           MOVE WS-PROJNO TO TRAN-PROJNO.
           MOVE WS-EMPNO  TO TRAN-EMPNO.
           MOVE WS-ACTNO  TO TRAN-ACTNO.
           WRITE TRAN-RECORD.
           ADD 1 TO WS-TRAN-COUNT.
           ADD 1 TO STATP-ROWS-WRITTEN.

      *    A PROJECT WHOSE RESPEMP HAS LEFT CANNOT BE FIXED BY A
      *    PRJMAINT CARD - THE PMO HAS TO NAME A NEW OWNER - SO IT
      *    IS LISTED IN ITS OWN SECTION ON A NEW PAGE.
       REPORT-UNOWNED-PROJECTS.
           SET WS-PMO-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           MOVE 'C3' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C3 END-EXEC.

           PERFORM FETCH-UNOWNED-PROJECT UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C3 END-EXEC.

           IF WS-PMO-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'NO PROJECTS WITHOUT A RESPONSIBLE EMPLOYEE'
                   TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       FETCH-UNOWNED-PROJECT.
           EXEC SQL
               FETCH C3
                INTO :WS-PROJNO,
                     :WS-PROJNAME,
                     :WS-DEPTNO,
                     :WS-RESPEMP,
                     :WS-PRENDATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               ADD 1 TO WS-PMO-COUNT
               PERFORM PRINT-PMO-LINE
           END-IF.

       PRINT-PMO-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES      TO WS-PMO-LAYOUT.
           MOVE WS-PROJNO   TO WS-PM-PROJNO.
           MOVE WS-PROJNAME TO WS-PM-PROJNAME.
           MOVE WS-DEPTNO   TO WS-PM-DEPTNO.
           MOVE WS-RESPEMP  TO WS-PM-RESPEMP.
           MOVE WS-PRENDATE TO WS-PM-PRENDATE.

           MOVE WS-RESPEMP  TO WS-EMPNO.
           PERFORM LOOKUP-FALLOUT-ENTRY.

           IF WS-FO-FOUND
              AND WS-FO-TERM-DATE(WS-FO-IDX) > ZERO
               MOVE WS-FO-TERM-DATE(WS-FO-IDX) TO WS-PM-TERM-DATE
               MOVE WS-FO-LAST-DEPT(WS-FO-IDX) TO WS-PM-LAST-DEPT
               MOVE 'REASSIGN OWNER'           TO WS-PM-NOTE
           ELSE
               MOVE 'REASSIGN - NOT ON TERM'   TO WS-PM-NOTE
           END-IF.

           WRITE RPT-DETAIL-LINE FROM WS-PMO-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 7 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES TO WS-TL-LABEL.
           MOVE 'EMPNOS NO LONGER ON EMP        =' TO WS-TL-LABEL.
           MOVE WS-FO-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'ORPHANED ASSIGNMENTS           =' TO WS-TL-LABEL.
           MOVE WS-ASSIGN-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'PRJMAINT CLOSE-OUTS WRITTEN    =' TO WS-TL-LABEL.
           MOVE WS-TRAN-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'ASSIGNMENTS NOT ON TERMEMP     =' TO WS-TL-LABEL.
           MOVE WS-NOT-ON-TERM-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'PROJECTS FOR PMO REASSIGNMENT  =' TO WS-TL-LABEL.
           MOVE WS-PMO-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           ADD 6 TO WS-LINE-COUNT.

       WRITE-FALLOUT-OVERFLOW-EXCEPTION.
           MOVE ZERO              TO EXCP-SQLCODE.
           MOVE SPACES            TO EXCP-SQLSTATE.
           MOVE 'FALLOUT TABLE OVERFLOW - INCREASE WS-FO-MAX'
                                   TO EXCP-SQLERRM.
           PERFORM WRITE-EXCEPTION-RECORD.
           MOVE 8 TO RETURN-CODE.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2TRMFO'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

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
           IF WS-PMO-SECTION
               MOVE 'PROJECTS WITH NO RESPONSIBLE EMPLOYEE - REASSIGN'
                   TO WS-SC-TITLE
           ELSE
               MOVE 'ASSIGNMENTS HELD BY EMPLOYEES NO LONGER ON EMP'
                   TO WS-SC-TITLE
           END-IF.
           MOVE WS-SECTION-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.

           IF WS-PMO-SECTION
               MOVE WS-HEADING-3-LAYOUT TO RPT-HEADING-2
           ELSE
               MOVE WS-HEADING-2-LAYOUT TO RPT-HEADING-2
           END-IF.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       TERMINATION.
           CLOSE TRAN-FILE.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

           DISPLAY 'DB2TRMFO - ORPHANED ASSIGNMENTS=' WS-ASSIGN-COUNT
                   ' CLOSE-OUTS=' WS-TRAN-COUNT
                   ' PMO PROJECTS=' WS-PMO-COUNT.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2TRMFO' TO STATP-PROGRAM.
           PERFORM CALL-STEP-STATISTICS.

       END-RUN-STATISTICS.
           MOVE 'E'         TO STATP-FUNCTION.
           MOVE RETURN-CODE TO STATP-STEP-RC.
           PERFORM CALL-STEP-STATISTICS.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-STEP-STATISTICS.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2STATW' USING STATP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.
