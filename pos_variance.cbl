       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2POSVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SALR-FILE ASSIGN TO SALRIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SALR-STATUS.

           SELECT BUD-FILE ASSIGN TO POSBUD
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-STATUS.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  PARM-IN-RECORD.
           05  PARM-IN-FISCAL-YEAR        PIC X(04).
           05  PARM-IN-FISCAL-YEAR-N REDEFINES PARM-IN-FISCAL-YEAR
                                          PIC 9(04).
           05  FILLER                     PIC X(76).

      *    THE COMMA-DELIMITED EXTRACT DB2SALR WRITES IN MODE C.
       FD  SALR-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  SALR-LINE                      PIC X(100).

       FD  BUD-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY POSBUD.

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

       01  WS-DEPTNO            PIC X(03).
       01  WS-DEPTNAME          PIC X(36).
       01  WS-EMP-COUNT         PIC S9(09) COMP.

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-SALR-STATUS              PIC X(02).
           05  WS-BUD-STATUS               PIC X(02).
           05  WS-SALR-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-SALR-EOF                         VALUE 'Y'.
           05  WS-BUD-EOF-SW               PIC X(01)  VALUE 'N'.
               88  WS-BUD-EOF                          VALUE 'Y'.
           05  WS-REPORT-SECTION           PIC X(01)  VALUE 'D'.
               88  WS-DEPT-SECTION                     VALUE 'D'.
               88  WS-ORPHAN-SECTION                   VALUE 'O'.
           05  WS-FISCAL-YEAR              PIC 9(04).
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-DEPT-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-OVER-HC-COUNT            PIC S9(07) COMP VALUE ZERO.
           05  WS-OVER-SAL-COUNT           PIC S9(07) COMP VALUE ZERO.
           05  WS-NO-BUDGET-COUNT          PIC S9(07) COMP VALUE ZERO.
           05  WS-ORPHAN-COUNT             PIC S9(07) COMP VALUE ZERO.

      *    THE SALARY EXTRACT IS PROVED BEFORE IT IS USED - A
      *    HEADING, A TOTAL RECORD, AND DETAILS THAT ADD UP TO IT.
      *    AN EXTRACT CUT SHORT WOULD OTHERWISE SHOW EVERY LATER
      *    DEPARTMENT AS FAR UNDER ITS SALARY BUDGET.
       01  WS-SALR-CONTROL.
           05  WS-SALR-HEADING-SW          PIC X(01)  VALUE 'N'.
               88  WS-SALR-HEADING-SEEN                VALUE 'Y'.
           05  WS-SALR-TOTAL-SW            PIC X(01)  VALUE 'N'.
               88  WS-SALR-TOTAL-SEEN                  VALUE 'Y'.
           05  WS-SALR-BAD-COUNT           PIC S9(07) COMP VALUE ZERO.
           05  WS-SALR-DETAIL-SUM          PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-SALR-TOTAL               PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-SX-LEN                   PIC S9(04) COMP.
           05  WS-SX-AMOUNT-X              PIC X(14).
           05  WS-SX-AMOUNT-PARTS REDEFINES WS-SX-AMOUNT-X.
               10  WS-SX-WHOLE             PIC 9(11).
               10  WS-SX-POINT             PIC X(01).
               10  WS-SX-CENTS             PIC 9(02).
           05  WS-SX-AMOUNT                PIC S9(11)V99 COMP-3.

       01  WS-SALARY-TABLE-AREA.
           05  WS-SA-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-SA-MAX                   PIC S9(04) COMP VALUE 500.
           05  WS-SA-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-SA-IDX.
               10  WS-SA-DEPTNO            PIC X(03).
               10  WS-SA-AMOUNT            PIC S9(11)V99 COMP-3.
       01  WS-SA-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-SA-FOUND                             VALUE 'Y'.

      *    THE FISCAL YEAR'S BUDGET LINES. THE MATCHED FLAG PICKS
      *    OUT BUDGETS HELD FOR A DEPARTMENT NO LONGER ON DEPT.
       01  WS-BUDGET-TABLE-AREA.
           05  WS-BG-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-BG-MAX                   PIC S9(04) COMP VALUE 500.
           05  WS-BG-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-BG-IDX.
               10  WS-BG-DEPTNO            PIC X(03).
               10  WS-BG-AUTH-HEADCOUNT    PIC 9(05).
               10  WS-BG-SALARY-BUDGET     PIC 9(11)V99.
               10  WS-BG-MATCHED-SW        PIC X(01).
                   88  WS-BG-MATCHED                   VALUE 'Y'.
       01  WS-BG-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-BG-FOUND                             VALUE 'Y'.

       01  WS-VARIANCE-FIELDS.
           05  WS-AUTH-HC                  PIC S9(07) COMP-3.
           05  WS-OPEN-HC                  PIC S9(07) COMP-3.
           05  WS-BUDGET-AMT               PIC S9(13)V99 COMP-3.
           05  WS-ACTUAL-AMT               PIC S9(13)V99 COMP-3.
           05  WS-VARIANCE-AMT             PIC S9(13)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GT-AUTH-HC               PIC S9(07) COMP-3
                                            VALUE ZERO.
           05  WS-GT-ACTUAL-HC             PIC S9(07) COMP-3
                                            VALUE ZERO.
           05  WS-GT-OPEN-HC               PIC S9(07) COMP-3
                                            VALUE ZERO.
           05  WS-GT-BUDGET                PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GT-ACTUAL                PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
           05  WS-GT-VARIANCE              PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2POSVR'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'POSITION BUDGET VARIANCE'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.

       01  WS-SECTION-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-SC-TITLE                 PIC X(50).
           05  FILLER                      PIC X(12)
                   VALUE 'FISCAL YEAR '.
           05  WS-SC-FISCAL-YEAR           PIC 9(04).
           05  FILLER                      PIC X(66)  VALUE SPACES.

       01  WS-HEADING-2-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'DEPT'.
           05  FILLER                      PIC X(32)  VALUE 'NAME'.
           05  FILLER                      PIC X(08)  VALUE 'AUTH HC'.
           05  FILLER                      PIC X(08)  VALUE 'ACTUAL'.
           05  FILLER                      PIC X(08)  VALUE '  OPEN'.
           05  FILLER                      PIC X(16)
                   VALUE '    SAL BUDGET'.
           05  FILLER                      PIC X(16)
                   VALUE '   ACTUAL COMP'.
           05  FILLER                      PIC X(17)
                   VALUE '       VARIANCE'.
           05  FILLER                      PIC X(18)  VALUE 'NOTE'.

       01  WS-DETAIL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DT-DEPTNO                PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-DEPTNAME              PIC X(30).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-AUTH-HC               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-ACTUAL-HC             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-OPEN-HC               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-BUDGET                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-ACTUAL                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-VARIANCE              PIC ----,---,--9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-NOTE                  PIC X(18).

       01  WS-MESSAGE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-MSG-TEXT                 PIC X(80)  VALUE SPACES.
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  WS-TOTAL-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(89)  VALUE SPACES.

      *    ACTUAL HEADCOUNT IS EVERY EMP ROW IN THE DEPARTMENT - THE
      *    SAME COUNT DB2EMPMN HOLDS A NEW HIRE AGAINST.
           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT D.DEPTNO,
                      D.DEPTNAME,
                      (SELECT COUNT(*)
                         FROM DSN8C10.EMP E
                        WHERE E.WORKDEPT = D.DEPTNO)
                 FROM DSN8C10.DEPT D
                ORDER BY D.DEPTNO
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           PERFORM LOAD-SALARY-EXTRACT.

           IF RETURN-CODE NOT = 16
               PERFORM VERIFY-SALARY-HANDSHAKE
           END-IF.

           IF RETURN-CODE = ZERO
               PERFORM LOAD-BUDGET-TABLE
           END-IF.

           IF RETURN-CODE = ZERO
               MOVE 'D' TO WS-REPORT-SECTION
               PERFORM PRINT-PAGE-HEADERS

               MOVE 'C1' TO WS-CURRENT-CURSOR

               EXEC SQL OPEN C1 END-EXEC

               PERFORM FETCH-DEPT-ROW UNTIL SQLCODE NOT = 0

               PERFORM CHECK-CURSOR-STATUS

               EXEC SQL CLOSE C1 END-EXEC
           END-IF.

           IF RETURN-CODE = ZERO
               PERFORM PRINT-GRAND-TOTAL

               MOVE 'O' TO WS-REPORT-SECTION
               PERFORM PRINT-PAGE-HEADERS
               PERFORM PRINT-ORPHAN-BUDGET
                   VARYING WS-BG-IDX FROM 1 BY 1
                   UNTIL WS-BG-IDX > WS-BG-COUNT
               IF WS-ORPHAN-COUNT = ZERO
                   MOVE 'NONE' TO WS-MSG-TEXT
                   PERFORM WRITE-MESSAGE-LINE
               END-IF

               PERFORM PRINT-TOTALS

               IF WS-OVER-HC-COUNT > ZERO
                  OR WS-OVER-SAL-COUNT > ZERO
                  OR WS-NO-BUDGET-COUNT > ZERO
                  OR WS-ORPHAN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM TERMINATION.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE WS-TODAY-YYYY TO WS-FISCAL-YEAR.

           PERFORM READ-PARM-CARD.

      *    COLS 1-4 FISCAL YEAR, FOR RERUNNING LAST YEAR'S CLOSE
      *    IN JANUARY. BLANK TAKES THE YEAR OF THE RUN DATE.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IN-FISCAL-YEAR-N NUMERIC
                           MOVE PARM-IN-FISCAL-YEAR-N
                               TO WS-FISCAL-YEAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-SALARY-EXTRACT.
           OPEN INPUT SALR-FILE.

           IF WS-SALR-STATUS = '00'
               PERFORM READ-SALARY-LINE UNTIL WS-SALR-EOF
                  OR RETURN-CODE = 16
               CLOSE SALR-FILE
           END-IF.

      *    EACH DETAIL IS DEPT,"NAME",AMOUNT - THE DEPARTMENT IS
      *    ALWAYS COLS 1-3 AND THE AMOUNT ALWAYS THE LAST 14 BYTES
      *    (9(11).99), SO A COMMA IN A DEPARTMENT NAME DOES NOT
      *    UPSET THE PARSE.
       READ-SALARY-LINE.
           READ SALR-FILE
               AT END
                   SET WS-SALR-EOF TO TRUE
           END-READ.

           IF NOT WS-SALR-EOF
               IF SALR-LINE(1:9) = 'WORKDEPT,'
                   SET WS-SALR-HEADING-SEEN TO TRUE
               ELSE
                   PERFORM PARSE-SALARY-LINE
               END-IF
           END-IF.

       PARSE-SALARY-LINE.
           PERFORM FIND-SALARY-LINE-LENGTH
               VARYING WS-SX-LEN FROM 100 BY -1
                 UNTIL WS-SX-LEN < 14
                    OR SALR-LINE(WS-SX-LEN:1) NOT = SPACE.

           IF WS-SX-LEN < 14
               ADD 1 TO WS-SALR-BAD-COUNT
           ELSE
               MOVE SALR-LINE(WS-SX-LEN - 13:14) TO WS-SX-AMOUNT-X
               IF WS-SX-WHOLE NUMERIC
                  AND WS-SX-POINT = '.'
                  AND WS-SX-CENTS NUMERIC
                   COMPUTE WS-SX-AMOUNT =
                       WS-SX-WHOLE + WS-SX-CENTS / 100
                   PERFORM STORE-SALARY-AMOUNT
               ELSE
                   ADD 1 TO WS-SALR-BAD-COUNT
               END-IF
           END-IF.

       FIND-SALARY-LINE-LENGTH.
           CONTINUE.

       STORE-SALARY-AMOUNT.
           IF SALR-LINE(1:7) = 'TOTAL,,'
               SET WS-SALR-TOTAL-SEEN TO TRUE
               MOVE WS-SX-AMOUNT TO WS-SALR-TOTAL
           ELSE
               IF WS-SA-COUNT < WS-SA-MAX
                   ADD 1 TO WS-SA-COUNT
                   SET WS-SA-IDX TO WS-SA-COUNT
                   MOVE SALR-LINE(1:3) TO WS-SA-DEPTNO(WS-SA-IDX)
                   MOVE WS-SX-AMOUNT   TO WS-SA-AMOUNT(WS-SA-IDX)
                   ADD WS-SX-AMOUNT    TO WS-SALR-DETAIL-SUM
               ELSE
                   MOVE 'SATAB' TO WS-CURRENT-CURSOR
                   MOVE ZERO    TO EXCP-SQLCODE
                   MOVE SPACES  TO EXCP-SQLSTATE
                   MOVE 'SALARY TABLE OVERFLOW - INCREASE WS-SA-MAX'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-EXCEPTION-RECORD
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       VERIFY-SALARY-HANDSHAKE.
           EVALUATE TRUE
               WHEN NOT WS-SALR-HEADING-SEEN
                   MOVE 'SALRIN IS NOT A DB2SALR EXTRACT - NO HEADING'
                       TO EXCP-SQLERRM
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SALR-BAD-COUNT > ZERO
                   MOVE 'SALRIN HAS UNREADABLE AMOUNT RECORDS'
                       TO EXCP-SQLERRM
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-SALR-TOTAL-SEEN
                   MOVE 'SALRIN HAS NO TOTAL RECORD - INCOMPLETE'
                       TO EXCP-SQLERRM
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SALR-DETAIL-SUM NOT = WS-SALR-TOTAL
                   MOVE 'SALRIN DETAILS DO NOT ADD UP TO ITS TOTAL'
                       TO EXCP-SQLERRM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           IF RETURN-CODE = 8
               MOVE 'SALRIN' TO WS-CURRENT-CURSOR
               MOVE ZERO     TO EXCP-SQLCODE
               MOVE SPACES   TO EXCP-SQLSTATE
               PERFORM WRITE-EXCEPTION-RECORD
               PERFORM PRINT-PAGE-HEADERS
               MOVE EXCP-SQLERRM TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 'REPORT NOT PRODUCED - RERUN THE DB2SALR STEP'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
           END-IF.

       LOAD-BUDGET-TABLE.
           OPEN INPUT BUD-FILE.

           IF WS-BUD-STATUS = '00'
               PERFORM READ-BUDGET-RECORD UNTIL WS-BUD-EOF
                  OR RETURN-CODE = 16
               CLOSE BUD-FILE
           END-IF.

       READ-BUDGET-RECORD.
           READ BUD-FILE
               AT END
                   SET WS-BUD-EOF TO TRUE
           END-READ.

           IF NOT WS-BUD-EOF
              AND PBUD-FISCAL-YEAR = WS-FISCAL-YEAR
               IF WS-BG-COUNT < WS-BG-MAX
                   ADD 1 TO WS-BG-COUNT
                   SET WS-BG-IDX TO WS-BG-COUNT
                   MOVE PBUD-DEPTNO TO WS-BG-DEPTNO(WS-BG-IDX)
                   MOVE PBUD-AUTH-HEADCOUNT
                       TO WS-BG-AUTH-HEADCOUNT(WS-BG-IDX)
                   MOVE PBUD-SALARY-BUDGET
                       TO WS-BG-SALARY-BUDGET(WS-BG-IDX)
                   MOVE 'N' TO WS-BG-MATCHED-SW(WS-BG-IDX)
               ELSE
                   MOVE 'BGTAB' TO WS-CURRENT-CURSOR
                   MOVE ZERO    TO EXCP-SQLCODE
                   MOVE SPACES  TO EXCP-SQLSTATE
                   MOVE 'BUDGET TABLE OVERFLOW - INCREASE WS-BG-MAX'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-EXCEPTION-RECORD
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       FETCH-DEPT-ROW.
           EXEC SQL
               FETCH C1
                INTO :WS-DEPTNO,
                     :WS-DEPTNAME,
                     :WS-EMP-COUNT
           END-EXEC.

           IF SQLCODE = 0
               PERFORM PRINT-DEPT-VARIANCE
           END-IF.

      *    OPEN POSITIONS ARE THE AUTHORIZED HEADCOUNT NOT YET
      *    FILLED - A DEPARTMENT OVER ITS HEADCOUNT HAS NONE OPEN.
      *    A POSITIVE VARIANCE IS SALARY BUDGET STILL UNSPENT.
       PRINT-DEPT-VARIANCE.
           ADD 1 TO WS-DEPT-COUNT.

           MOVE 'N' TO WS-BG-FOUND-SW.
           PERFORM TEST-BUDGET-ENTRY
               VARYING WS-BG-IDX FROM 1 BY 1
               UNTIL WS-BG-IDX > WS-BG-COUNT
                  OR WS-BG-FOUND.

           MOVE 'N' TO WS-SA-FOUND-SW.
           MOVE ZERO TO WS-ACTUAL-AMT.
           PERFORM TEST-SALARY-ENTRY
               VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
                  OR WS-SA-FOUND.

           MOVE SPACES        TO WS-DETAIL-LAYOUT.
           MOVE WS-DEPTNO     TO WS-DT-DEPTNO.
           MOVE WS-DEPTNAME   TO WS-DT-DEPTNAME.
           MOVE WS-EMP-COUNT  TO WS-DT-ACTUAL-HC.
           MOVE WS-ACTUAL-AMT TO WS-DT-ACTUAL.
           ADD WS-EMP-COUNT   TO WS-GT-ACTUAL-HC.
           ADD WS-ACTUAL-AMT  TO WS-GT-ACTUAL.

           IF WS-BG-FOUND
               SET WS-BG-IDX DOWN BY 1
               SET WS-BG-MATCHED(WS-BG-IDX) TO TRUE
               MOVE WS-BG-AUTH-HEADCOUNT(WS-BG-IDX) TO WS-AUTH-HC
               MOVE WS-BG-SALARY-BUDGET(WS-BG-IDX)  TO WS-BUDGET-AMT
               PERFORM COMPUTE-DEPT-VARIANCE
           ELSE
               MOVE 'NO BUDGET' TO WS-DT-NOTE
               ADD 1 TO WS-NO-BUDGET-COUNT
           END-IF.

           PERFORM WRITE-DETAIL-LINE.

       COMPUTE-DEPT-VARIANCE.
           IF WS-EMP-COUNT < WS-AUTH-HC
               COMPUTE WS-OPEN-HC = WS-AUTH-HC - WS-EMP-COUNT
           ELSE
               MOVE ZERO TO WS-OPEN-HC
           END-IF.
           COMPUTE WS-VARIANCE-AMT = WS-BUDGET-AMT - WS-ACTUAL-AMT.

           MOVE WS-AUTH-HC      TO WS-DT-AUTH-HC.
           MOVE WS-OPEN-HC      TO WS-DT-OPEN-HC.
           MOVE WS-BUDGET-AMT   TO WS-DT-BUDGET.
           MOVE WS-VARIANCE-AMT TO WS-DT-VARIANCE.

           ADD WS-AUTH-HC      TO WS-GT-AUTH-HC.
           ADD WS-OPEN-HC      TO WS-GT-OPEN-HC.
           ADD WS-BUDGET-AMT   TO WS-GT-BUDGET.
           ADD WS-VARIANCE-AMT TO WS-GT-VARIANCE.

           EVALUATE TRUE
               WHEN WS-EMP-COUNT > WS-AUTH-HC
                AND WS-VARIANCE-AMT < ZERO
                   MOVE 'OVER HC AND SALARY' TO WS-DT-NOTE
                   ADD 1 TO WS-OVER-HC-COUNT
                   ADD 1 TO WS-OVER-SAL-COUNT
               WHEN WS-EMP-COUNT > WS-AUTH-HC
                   MOVE 'OVER HEADCOUNT' TO WS-DT-NOTE
                   ADD 1 TO WS-OVER-HC-COUNT
               WHEN WS-VARIANCE-AMT < ZERO
                   MOVE 'OVER SALARY BUDGET' TO WS-DT-NOTE
                   ADD 1 TO WS-OVER-SAL-COUNT
           END-EVALUATE.

       TEST-BUDGET-ENTRY.
           IF WS-BG-DEPTNO(WS-BG-IDX) = WS-DEPTNO
               SET WS-BG-FOUND TO TRUE
           END-IF.

       TEST-SALARY-ENTRY.
           IF WS-SA-DEPTNO(WS-SA-IDX) = WS-DEPTNO
               SET WS-SA-FOUND TO TRUE
               MOVE WS-SA-AMOUNT(WS-SA-IDX) TO WS-ACTUAL-AMT
           END-IF.

       PRINT-GRAND-TOTAL.
           MOVE SPACES            TO WS-DETAIL-LAYOUT.
           MOVE 'ALL'             TO WS-DT-DEPTNO.
           MOVE 'GRAND TOTAL'     TO WS-DT-DEPTNAME.
           MOVE WS-GT-AUTH-HC     TO WS-DT-AUTH-HC.
           MOVE WS-GT-ACTUAL-HC   TO WS-DT-ACTUAL-HC.
           MOVE WS-GT-OPEN-HC     TO WS-DT-OPEN-HC.
           MOVE WS-GT-BUDGET      TO WS-DT-BUDGET.
           MOVE WS-GT-ACTUAL      TO WS-DT-ACTUAL.
           MOVE WS-GT-VARIANCE    TO WS-DT-VARIANCE.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM WRITE-DETAIL-LINE.

      *    A BUDGET FOR A DEPARTMENT NOT ON DSN8C10.DEPT IS USUALLY
      *    ONE THAT WAS REORGANIZED AWAY - FINANCE SHOULD MOVE OR
      *    DELETE IT THROUGH POSMAINT.
       PRINT-ORPHAN-BUDGET.
           IF NOT WS-BG-MATCHED(WS-BG-IDX)
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE SPACES TO WS-DETAIL-LAYOUT
               MOVE WS-BG-DEPTNO(WS-BG-IDX) TO WS-DT-DEPTNO
               MOVE WS-BG-AUTH-HEADCOUNT(WS-BG-IDX)
                   TO WS-DT-AUTH-HC
               MOVE WS-BG-SALARY-BUDGET(WS-BG-IDX)
                   TO WS-DT-BUDGET
               MOVE 'NOT ON DEPT' TO WS-DT-NOTE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           WRITE RPT-DETAIL-LINE FROM WS-DETAIL-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-MESSAGE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           WRITE RPT-DETAIL-LINE FROM WS-MESSAGE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-MSG-TEXT.

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

           IF WS-ORPHAN-SECTION
               MOVE 'BUDGETS FOR DEPARTMENTS NOT ON DSN8C10.DEPT'
                   TO WS-SC-TITLE
           ELSE
               MOVE 'BUDGET AGAINST ACTUAL BY DEPARTMENT'
                   TO WS-SC-TITLE
           END-IF.
           MOVE WS-FISCAL-YEAR      TO WS-SC-FISCAL-YEAR.
           MOVE WS-SECTION-LAYOUT   TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE AFTER ADVANCING 2 LINES.

           MOVE WS-HEADING-2-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 7 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.

           MOVE 'DEPARTMENTS REPORTED           =' TO WS-TL-LABEL.
           MOVE WS-DEPT-COUNT                      TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'DEPARTMENTS OVER HEADCOUNT     =' TO WS-TL-LABEL.
           MOVE WS-OVER-HC-COUNT                   TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'DEPARTMENTS OVER SALARY BUDGET =' TO WS-TL-LABEL.
           MOVE WS-OVER-SAL-COUNT                  TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'DEPARTMENTS WITH NO BUDGET     =' TO WS-TL-LABEL.
           MOVE WS-NO-BUDGET-COUNT                 TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'BUDGETS NOT ON DSN8C10.DEPT    =' TO WS-TL-LABEL.
           MOVE WS-ORPHAN-COUNT                    TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           ADD 6 TO WS-LINE-COUNT.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2POSVR'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.

       TERMINATION.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

           DISPLAY 'DB2POSVR - FISCAL YEAR=' WS-FISCAL-YEAR
                   ' DEPTS=' WS-DEPT-COUNT
                   ' OVER HC=' WS-OVER-HC-COUNT
                   ' OVER SAL=' WS-OVER-SAL-COUNT
                   ' NO BUDGET=' WS-NO-BUDGET-COUNT.
