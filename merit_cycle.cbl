       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2MERIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT POLICY-FILE ASSIGN TO MERITIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

           SELECT GRADE-FILE ASSIGN TO GRADEIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT LIMIT-FILE ASSIGN TO CMPLIMIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT TRAN-FILE ASSIGN TO TRANOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT AUTH-FILE ASSIGN TO AUTHOUT
               ORGANIZATION LINE SEQUENTIAL.

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
           05  PARM-IN-MODE               PIC X(01).
           05  FILLER                     PIC X(79).

       FD  POLICY-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  POL-IN-RECORD.
           05  POL-IN-TYPE                PIC X(01).
               88  POL-IN-JOB-ROW                     VALUE 'J'.
               88  POL-IN-EDLEVEL-ROW                 VALUE 'E'.
               88  POL-IN-POSITION-ROW                VALUE 'P'.
           05  POL-IN-KEY                 PIC X(08).
           05  POL-IN-EDLEVEL-KEY REDEFINES POL-IN-KEY.
               10  POL-IN-EDLEVEL         PIC 9(02).
               10  FILLER                 PIC X(06).
           05  POL-IN-POSITION-KEY REDEFINES POL-IN-KEY.
               10  POL-IN-POSITION        PIC 9(03).
               10  FILLER                 PIC X(05).
           05  POL-IN-SIGN                PIC X(01).
           05  POL-IN-PCT                 PIC 9(02)V99.
           05  FILLER                     PIC X(66).

       FD  GRADE-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  GRD-IN-RECORD.
           05  GRD-IN-JOB                 PIC X(08).
           05  GRD-IN-MIN-SALARY          PIC 9(07)V99.
           05  GRD-IN-MAX-SALARY          PIC 9(07)V99.
           05  FILLER                     PIC X(54).

       FD  LIMIT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  CMPL-IN-RECORD.
           05  CMPL-IN-FIELD              PIC X(03).
           05  CMPL-IN-UP-PCT             PIC 9(03).
           05  CMPL-IN-DOWN-PCT           PIC 9(03).
           05  FILLER                     PIC X(21).

       FD  TRAN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY CMPTRAN.

       FD  AUTH-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY CMPTRAN REPLACING LEADING ==TRAN== BY ==AUTH==.

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
       01  WS-JOB           PIC X(08).
       01  WS-EDLEVEL       PIC S9(04) COMP.
       01  WS-SALARY        PIC S9(07)V99 COMP-3.

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-POLICY-STATUS            PIC X(02).
           05  WS-POLICY-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-POLICY-EOF                       VALUE 'Y'.
           05  WS-GRADE-STATUS             PIC X(02).
           05  WS-GRADE-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-GRADE-EOF                        VALUE 'Y'.
           05  WS-LIMIT-STATUS             PIC X(02).
           05  WS-LIMIT-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-LIMIT-EOF                        VALUE 'Y'.
           05  WS-RUN-MODE                 PIC X(01)  VALUE 'S'.
               88  WS-SIMULATE-MODE                    VALUE 'S'.
               88  WS-GENERATE-MODE                    VALUE 'G'.
           05  WS-REPORT-SECTION           PIC X(01)  VALUE 'D'.
               88  WS-DEPT-SECTION                     VALUE 'D'.
               88  WS-EXCEPTION-SECTION                VALUE 'X'.
           05  WS-FIRST-DETAIL-SW          PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-DETAIL                     VALUE 'Y'.
           05  WS-OVER-MAX-SW              PIC X(01)  VALUE 'N'.
               88  WS-OVER-MAX                         VALUE 'Y'.
           05  WS-LIM-OVER-SW              PIC X(01)  VALUE 'N'.
               88  WS-LIM-OVER                         VALUE 'Y'.
           05  WS-PREV-WORKDEPT            PIC X(03)  VALUE SPACES.
           05  WS-NOTE                     PIC X(22)  VALUE SPACES.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-POSITION                 PIC S9(05) COMP VALUE ZERO.
           05  WS-EMP-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-NO-POLICY-COUNT          PIC S9(07) COMP VALUE ZERO.
           05  WS-TRAN-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-AUTH-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-OVER-MAX-COUNT           PIC S9(07) COMP VALUE ZERO.
           05  WS-LIM-OVER-COUNT           PIC S9(07) COMP VALUE ZERO.

       01  WS-MERIT-FIELDS.
           05  WS-RAISE-PCT                PIC S9(03)V99 COMP-3.
           05  WS-RAISE-AMT                PIC S9(07)V99 COMP-3.
           05  WS-NEW-SALARY               PIC S9(07)V99 COMP-3.
           05  WS-GRADE-MAX                PIC S9(07)V99 COMP-3.
           05  WS-LIM-FIELD                PIC X(03).
           05  WS-LIM-MOVE                 PIC S9(09)V99 COMP-3.
           05  WS-AVG-PCT                  PIC S9(03)V99 COMP-3.

       01  WS-TOTAL-FIELDS.
           05  WS-DEPT-HC                  PIC S9(07) COMP VALUE ZERO.
           05  WS-DEPT-OVER-MAX            PIC S9(07) COMP VALUE ZERO.
           05  WS-DEPT-AUTH                PIC S9(07) COMP VALUE ZERO.
           05  WS-DEPT-CUR-SAL             PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-DEPT-COST                PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-CO-CUR-SAL               PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-CO-COST                  PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.

           COPY MERITTAB.

           COPY GRDTAB.

           COPY CMPLTAB.

      *    EVERY EMPLOYEE THE EXCEPTION SECTION LISTS: PUSHED OVER
      *    THE GRADE MAXIMUM, OUTSIDE THE CMPLIMIN SALARY LIMIT, OR
      *    WITH NO POLICY ROW FOR THEIR JOB.
       01  WS-EXCEPTION-TABLE-AREA.
           05  WS-XC-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-XC-MAX                   PIC S9(04) COMP VALUE 1000.
           05  WS-XC-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-XC-IDX.
               10  WS-XC-EMPNO             PIC X(06).
               10  WS-XC-LASTNAME          PIC X(15).
               10  WS-XC-WORKDEPT          PIC X(03).
               10  WS-XC-JOB               PIC X(08).
               10  WS-XC-SALARY            PIC S9(07)V99 COMP-3.
               10  WS-XC-PCT               PIC S9(03)V99 COMP-3.
               10  WS-XC-NEW-SALARY        PIC S9(07)V99 COMP-3.
               10  WS-XC-GRADE-MAX         PIC S9(07)V99 COMP-3.
               10  WS-XC-NOTE              PIC X(22).

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2MERIT'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'MERIT CYCLE COST PROJECTION'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.
       01  WS-HEADING-2-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'DEPT'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'HEADS'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(14)
                   VALUE 'CURRENT SALARY'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(13)
                   VALUE '   MERIT COST'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(14)
                   VALUE 'PROJECTED SAL'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE ' AVG%'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'OVRMAX'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE '  AUTH'.
           05  FILLER                      PIC X(36)  VALUE SPACES.
       01  WS-HEADING-3-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'EMPNO'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(15)  VALUE 'LASTNAME'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'DPT'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'JOB'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(12)
                   VALUE '      SALARY'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE '  PCT'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(12)
                   VALUE '  NEW SALARY'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(12)
                   VALUE '   GRADE MAX'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(22)  VALUE 'NOTE'.
           05  FILLER                      PIC X(16)  VALUE SPACES.

       01  WS-SECTION-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-SC-TITLE                 PIC X(60).
           05  FILLER                      PIC X(72)  VALUE SPACES.

       01  WS-DEPT-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DL-DEPT                  PIC X(07).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DL-HC                    PIC ZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-CUR-SAL               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-COST                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-NEW-SAL               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-AVG-PCT               PIC ZZ9.99.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-OVER-MAX              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-AUTH                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(36)  VALUE SPACES.

       01  WS-EXCEPTION-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-XL-EMPNO                 PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-XL-LASTNAME              PIC X(15).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-XL-WORKDEPT              PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-XL-JOB                   PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-XL-SALARY                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-XL-PCT                   PIC ZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-XL-NEW-SALARY            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-XL-GRADE-MAX             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-XL-NOTE                  PIC X(22).
           05  FILLER                      PIC X(16)  VALUE SPACES.

       01  WS-TOTAL-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(89)  VALUE SPACES.

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT EMPNO,
                      LASTNAME,
                      COALESCE(WORKDEPT, ' '),
                      COALESCE(JOB, ' '),
                      EDLEVEL,
                      COALESCE(SALARY, 0)
                 FROM DSN8C10.EMP
                ORDER BY WORKDEPT, EMPNO
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           PERFORM LOAD-POLICY-TABLE.

           PERFORM LOAD-GRADE-TABLE.

           PERFORM LOAD-LIMIT-TABLE.

           IF RETURN-CODE NOT = 16
               PERFORM PRINT-PAGE-HEADERS

               EXEC SQL OPEN C1 END-EXEC

               PERFORM FETCH-ROW UNTIL SQLCODE NOT = 0

               PERFORM CHECK-CURSOR-STATUS

               EXEC SQL CLOSE C1 END-EXEC

               IF NOT WS-FIRST-DETAIL
                   PERFORM PRINT-DEPT-LINE
               END-IF

               PERFORM PRINT-COMPANY-LINE

               PERFORM PRINT-EXCEPTION-SECTION

               PERFORM PRINT-TOTALS
           END-IF.

           IF RETURN-CODE = ZERO
              AND WS-GENERATE-MODE
              AND WS-AUTH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM TERMINATION.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           PERFORM READ-PARM-CARD.

           IF WS-GENERATE-MODE
               OPEN OUTPUT TRAN-FILE
               OPEN OUTPUT AUTH-FILE
           END-IF.

      *    SIMULATE IS THE DEFAULT - NOTHING IS WRITTEN FOR CMPMAINT
      *    UNLESS THE SYSIN CARD ASKS FOR GENERATE BY NAME.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IN-MODE = 'S' OR 'G'
                           MOVE PARM-IN-MODE TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-POLICY-TABLE.
           OPEN INPUT POLICY-FILE.

           IF WS-POLICY-STATUS = '00'
               PERFORM READ-POLICY-RECORD UNTIL WS-POLICY-EOF
               CLOSE POLICY-FILE
           END-IF.

           IF WS-MJOB-COUNT = ZERO
               MOVE 'MERITTAB' TO WS-CURRENT-CURSOR
               MOVE ZERO       TO EXCP-SQLCODE
               MOVE SPACES     TO EXCP-SQLSTATE
               MOVE 'MERIT POLICY TABLE MISSING OR HAS NO JOB ROWS'
                   TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       READ-POLICY-RECORD.
           READ POLICY-FILE
               AT END
                   SET WS-POLICY-EOF TO TRUE
           END-READ.

           IF NOT WS-POLICY-EOF
               PERFORM STORE-POLICY-RECORD
           END-IF.

      *    A ROW WITH A BAD TYPE, KEY OR PERCENT IS REPORTED AND
      *    SKIPPED - PAYROLL SEES IT ON THE EXCEPTION LOG RATHER
      *    THAN HAVING IT SILENTLY CHANGE THE RAISES.
       STORE-POLICY-RECORD.
           MOVE 'MERITTAB' TO WS-CURRENT-CURSOR.

           EVALUATE TRUE
               WHEN POL-IN-PCT NOT NUMERIC
                 OR (POL-IN-SIGN NOT = '+' AND POL-IN-SIGN NOT = '-')
                   PERFORM WRITE-POLICY-ROW-EXCEPTION
               WHEN POL-IN-JOB-ROW
                   IF WS-MJOB-COUNT < WS-MJOB-MAX
                       ADD 1 TO WS-MJOB-COUNT
                       SET WS-MJOB-IDX TO WS-MJOB-COUNT
                       MOVE POL-IN-KEY TO WS-MJOB-JOB(WS-MJOB-IDX)
                       MOVE POL-IN-PCT TO WS-MJOB-PCT(WS-MJOB-IDX)
                       IF POL-IN-SIGN = '-'
                           MULTIPLY -1 BY WS-MJOB-PCT(WS-MJOB-IDX)
                       END-IF
                   ELSE
                       PERFORM WRITE-POLICY-OVERFLOW-EXCEPTION
                   END-IF
               WHEN POL-IN-EDLEVEL-ROW
                 AND POL-IN-EDLEVEL NUMERIC
                   IF WS-MEDL-COUNT < WS-MEDL-MAX
                       ADD 1 TO WS-MEDL-COUNT
                       SET WS-MEDL-IDX TO WS-MEDL-COUNT
                       MOVE POL-IN-EDLEVEL
                           TO WS-MEDL-LEVEL(WS-MEDL-IDX)
                       MOVE POL-IN-PCT TO WS-MEDL-PCT(WS-MEDL-IDX)
                       IF POL-IN-SIGN = '-'
                           MULTIPLY -1 BY WS-MEDL-PCT(WS-MEDL-IDX)
                       END-IF
                   ELSE
                       PERFORM WRITE-POLICY-OVERFLOW-EXCEPTION
                   END-IF
               WHEN POL-IN-POSITION-ROW
                 AND POL-IN-POSITION NUMERIC
                   IF WS-MPOS-COUNT < WS-MPOS-MAX
                       ADD 1 TO WS-MPOS-COUNT
                       SET WS-MPOS-IDX TO WS-MPOS-COUNT
                       MOVE POL-IN-POSITION
                           TO WS-MPOS-UPPER(WS-MPOS-IDX)
                       MOVE POL-IN-PCT TO WS-MPOS-PCT(WS-MPOS-IDX)
                       IF POL-IN-SIGN = '-'
                           MULTIPLY -1 BY WS-MPOS-PCT(WS-MPOS-IDX)
                       END-IF
                   ELSE
                       PERFORM WRITE-POLICY-OVERFLOW-EXCEPTION
                   END-IF
               WHEN OTHER
                   PERFORM WRITE-POLICY-ROW-EXCEPTION
           END-EVALUATE.

       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-FILE.

           IF WS-GRADE-STATUS = '00'
               PERFORM READ-GRADE-RECORD UNTIL WS-GRADE-EOF
                  OR WS-GRD-COUNT = WS-GRD-MAX
               IF WS-GRD-COUNT = WS-GRD-MAX AND NOT WS-GRADE-EOF
                   PERFORM WRITE-GRADE-OVERFLOW-EXCEPTION
               END-IF
               CLOSE GRADE-FILE
           END-IF.

           IF WS-GRD-COUNT = ZERO
               MOVE 'GRDTAB' TO WS-CURRENT-CURSOR
               MOVE ZERO     TO EXCP-SQLCODE
               MOVE SPACES   TO EXCP-SQLSTATE
               MOVE 'GRADE TABLE MISSING OR EMPTY'
                   TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       READ-GRADE-RECORD.
           READ GRADE-FILE
               AT END
                   SET WS-GRADE-EOF TO TRUE
           END-READ.

           IF NOT WS-GRADE-EOF
               ADD 1 TO WS-GRD-COUNT
               SET WS-GRD-IDX TO WS-GRD-COUNT
               MOVE GRD-IN-JOB        TO WS-GRD-JOB(WS-GRD-IDX)
               MOVE GRD-IN-MIN-SALARY
                   TO WS-GRD-MIN-SALARY(WS-GRD-IDX)
               MOVE GRD-IN-MAX-SALARY
                   TO WS-GRD-MAX-SALARY(WS-GRD-IDX)
           END-IF.

      *    THE SAME CMPLIMIN MEMBER DB2CMPMN EDITS AGAINST, SO A
      *    CARD THIS PROGRAM PUTS ON TRANOUT WILL NOT BE REJECTED
      *    FOR WANT OF AN AUTHORIZATION CODE. NO SAL ROW MEANS
      *    EVERY RAISE GOES TO THE AUTHORIZATION FILE.
       LOAD-LIMIT-TABLE.
           OPEN INPUT LIMIT-FILE.

           IF WS-LIMIT-STATUS = '00'
               PERFORM READ-LIMIT-RECORD UNTIL WS-LIMIT-EOF
                  OR WS-CMPL-COUNT = WS-CMPL-MAX
               CLOSE LIMIT-FILE
           END-IF.

           IF WS-CMPL-COUNT = ZERO
               DISPLAY 'DB2MERIT - NO LIMIT TABLE - EVERY RAISE'
                       ' WILL REQUIRE AN AUTHORIZATION CODE'
           END-IF.

       READ-LIMIT-RECORD.
           READ LIMIT-FILE
               AT END
                   SET WS-LIMIT-EOF TO TRUE
           END-READ.

           IF NOT WS-LIMIT-EOF
               ADD 1 TO WS-CMPL-COUNT
               SET WS-CMPL-IDX TO WS-CMPL-COUNT
               MOVE CMPL-IN-FIELD    TO WS-CMPL-FIELD(WS-CMPL-IDX)
               MOVE CMPL-IN-UP-PCT   TO WS-CMPL-UP-PCT(WS-CMPL-IDX)
               MOVE CMPL-IN-DOWN-PCT TO WS-CMPL-DOWN-PCT(WS-CMPL-IDX)
           END-IF.

       FETCH-ROW.
           EXEC SQL
               FETCH C1
                INTO :WS-EMPNO,
                     :WS-LASTNAME,
                     :WS-WORKDEPT,
                     :WS-JOB,
                     :WS-EDLEVEL,
                     :WS-SALARY
           END-EXEC.

           IF SQLCODE = 0
               IF WS-WORKDEPT NOT = WS-PREV-WORKDEPT
                   IF NOT WS-FIRST-DETAIL
                       PERFORM PRINT-DEPT-LINE
                   END-IF
                   MOVE WS-WORKDEPT TO WS-PREV-WORKDEPT
                   MOVE 'N'         TO WS-FIRST-DETAIL-SW
               END-IF
               ADD 1 TO WS-EMP-COUNT
               PERFORM PRICE-MERIT-RAISE
           END-IF.

      *    PERCENT = JOB BASE + EDLEVEL ADJUSTMENT + BAND POSITION
      *    ADJUSTMENT, NEVER BELOW ZERO. A JOB WITH NO POLICY ROW
      *    GETS NO RAISE AND IS LISTED FOR PAYROLL TO DECIDE.
       PRICE-MERIT-RAISE.
           MOVE ZERO   TO WS-RAISE-PCT.
           MOVE ZERO   TO WS-GRADE-MAX.
           MOVE SPACES TO WS-NOTE.
           MOVE 'N'    TO WS-OVER-MAX-SW.
           MOVE 'N'    TO WS-LIM-OVER-SW.
           MOVE 'N'    TO WS-GRD-FOUND-SW.

           PERFORM LOOKUP-JOB-POLICY.

           IF WS-MJOB-FOUND
               MOVE WS-MJOB-PCT(WS-MJOB-IDX) TO WS-RAISE-PCT
               PERFORM APPLY-EDLEVEL-ADJUSTMENT
                   VARYING WS-MEDL-IDX FROM 1 BY 1
                     UNTIL WS-MEDL-IDX > WS-MEDL-COUNT
               PERFORM LOOKUP-GRADE-ENTRY
               IF WS-GRD-FOUND
                   MOVE WS-GRD-MAX-SALARY(WS-GRD-IDX) TO WS-GRADE-MAX
                   PERFORM APPLY-POSITION-ADJUSTMENT
               ELSE
                   MOVE 'JOB NOT IN GRADEIN' TO WS-NOTE
               END-IF
               IF WS-RAISE-PCT < ZERO
                   MOVE ZERO TO WS-RAISE-PCT
               END-IF
           ELSE
               ADD 1 TO WS-NO-POLICY-COUNT
               MOVE 'NO POLICY FOR JOB' TO WS-NOTE
           END-IF.

           COMPUTE WS-RAISE-AMT ROUNDED =
               WS-SALARY * WS-RAISE-PCT / 100.
           COMPUTE WS-NEW-SALARY = WS-SALARY + WS-RAISE-AMT.

           IF WS-GRD-FOUND
              AND WS-NEW-SALARY > WS-GRADE-MAX
               SET WS-OVER-MAX TO TRUE
               ADD 1 TO WS-OVER-MAX-COUNT
               ADD 1 TO WS-DEPT-OVER-MAX
               MOVE 'OVER GRADE MAXIMUM' TO WS-NOTE
           END-IF.

           IF WS-RAISE-AMT > ZERO
               PERFORM CHECK-SALARY-LIMIT
           END-IF.

           IF WS-LIM-OVER
               ADD 1 TO WS-LIM-OVER-COUNT
               ADD 1 TO WS-DEPT-AUTH
               IF WS-OVER-MAX
                   MOVE 'OVER MAX + NEEDS AUTH' TO WS-NOTE
               ELSE
                   MOVE 'NEEDS AUTH CODE'       TO WS-NOTE
               END-IF
           END-IF.

           ADD 1             TO WS-DEPT-HC.
           ADD WS-SALARY     TO WS-DEPT-CUR-SAL.
           ADD WS-RAISE-AMT  TO WS-DEPT-COST.

           IF WS-NOTE NOT = SPACES
               PERFORM STORE-EXCEPTION-ENTRY
           END-IF.

           IF WS-GENERATE-MODE
              AND WS-RAISE-AMT > ZERO
               PERFORM WRITE-MERIT-TRAN
           END-IF.

       APPLY-EDLEVEL-ADJUSTMENT.
           IF WS-EDLEVEL >= WS-MEDL-LEVEL(WS-MEDL-IDX)
               MOVE WS-MJOB-PCT(WS-MJOB-IDX) TO WS-RAISE-PCT
               ADD WS-MEDL-PCT(WS-MEDL-IDX)  TO WS-RAISE-PCT
           END-IF.

      *    POSITION IS HOW FAR UP THE BAND THE CURRENT SALARY SITS,
      *    0 AT THE MINIMUM AND 100 AT THE MAXIMUM. BELOW THE
      *    MINIMUM COUNTS AS 0; A DEGENERATE BAND (MAX NOT ABOVE
      *    MIN) GETS NO POSITION ADJUSTMENT.
       APPLY-POSITION-ADJUSTMENT.
           IF WS-GRD-MAX-SALARY(WS-GRD-IDX)
              > WS-GRD-MIN-SALARY(WS-GRD-IDX)
               IF WS-SALARY <= WS-GRD-MIN-SALARY(WS-GRD-IDX)
                   MOVE ZERO TO WS-POSITION
               ELSE
                   COMPUTE WS-POSITION =
                       (WS-SALARY - WS-GRD-MIN-SALARY(WS-GRD-IDX))
                       * 100
                       / (WS-GRD-MAX-SALARY(WS-GRD-IDX)
                          - WS-GRD-MIN-SALARY(WS-GRD-IDX))
               END-IF
               IF WS-POSITION > 999
                   MOVE 999 TO WS-POSITION
               END-IF
               PERFORM LOOKUP-POSITION-POLICY
               IF WS-MPOS-FOUND
                   ADD WS-MPOS-PCT(WS-MPOS-IDX) TO WS-RAISE-PCT
               END-IF
           END-IF.

      *    SAME CROSS-MULTIPLIED TEST AS DB2CMPMN CHECK-ONE-LIMIT.
       CHECK-SALARY-LIMIT.
           MOVE 'SAL' TO WS-LIM-FIELD.
           PERFORM LOOKUP-LIMIT-ENTRY.

           IF NOT WS-CMPL-FOUND
               SET WS-LIM-OVER TO TRUE
           ELSE
               MOVE WS-RAISE-AMT TO WS-LIM-MOVE
               IF WS-SALARY = ZERO
                  OR WS-LIM-MOVE * 100 >
                     WS-CMPL-UP-PCT(WS-CMPL-IDX) * WS-SALARY
                   SET WS-LIM-OVER TO TRUE
               END-IF
           END-IF.

      *    A RAISE OUTSIDE THE CMPLIMIN LIMIT, OR ONE THAT TAKES THE
      *    EMPLOYEE PAST THE GRADE MAXIMUM, GOES TO THE AUTHORIZATION
      *    FILE WITH THE AUTH CODE LEFT BLANK FOR PAYROLL TO FILL IN.
       WRITE-MERIT-TRAN.
           IF WS-LIM-OVER OR WS-OVER-MAX
               MOVE SPACES        TO AUTH-RECORD
               MOVE WS-EMPNO      TO AUTH-EMPNO
               MOVE WS-NEW-SALARY TO AUTH-NEW-SALARY
               WRITE AUTH-RECORD
               ADD 1 TO WS-AUTH-COUNT
           ELSE
               MOVE SPACES        TO TRAN-RECORD
               MOVE WS-EMPNO      TO TRAN-EMPNO
               MOVE WS-NEW-SALARY TO TRAN-NEW-SALARY
               WRITE TRAN-RECORD
               ADD 1 TO WS-TRAN-COUNT
           END-IF.

       STORE-EXCEPTION-ENTRY.
           IF WS-XC-COUNT < WS-XC-MAX
               ADD 1 TO WS-XC-COUNT
               SET WS-XC-IDX TO WS-XC-COUNT
               MOVE WS-EMPNO      TO WS-XC-EMPNO(WS-XC-IDX)
               MOVE WS-LASTNAME   TO WS-XC-LASTNAME(WS-XC-IDX)
               MOVE WS-WORKDEPT   TO WS-XC-WORKDEPT(WS-XC-IDX)
               MOVE WS-JOB        TO WS-XC-JOB(WS-XC-IDX)
               MOVE WS-SALARY     TO WS-XC-SALARY(WS-XC-IDX)
               MOVE WS-RAISE-PCT  TO WS-XC-PCT(WS-XC-IDX)
               MOVE WS-NEW-SALARY TO WS-XC-NEW-SALARY(WS-XC-IDX)
               MOVE WS-GRADE-MAX  TO WS-XC-GRADE-MAX(WS-XC-IDX)
               MOVE WS-NOTE       TO WS-XC-NOTE(WS-XC-IDX)
           ELSE
               IF WS-XC-COUNT = WS-XC-MAX
                   MOVE 'XCTAB' TO WS-CURRENT-CURSOR
                   MOVE ZERO    TO EXCP-SQLCODE
                   MOVE SPACES  TO EXCP-SQLSTATE
                   MOVE 'EXCEPTION TABLE OVERFLOW - INCREASE WS-XC-MAX'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-EXCEPTION-RECORD
                   ADD 1 TO WS-XC-COUNT
                   MOVE 'C1' TO WS-CURRENT-CURSOR
               END-IF
           END-IF.

       LOOKUP-JOB-POLICY.
           SET WS-MJOB-FOUND-SW TO 'N'.
           SET WS-MJOB-IDX TO 1.

           PERFORM TEST-JOB-POLICY
               VARYING WS-MJOB-IDX FROM 1 BY 1
                 UNTIL WS-MJOB-IDX > WS-MJOB-COUNT
                    OR WS-MJOB-FOUND.

           IF WS-MJOB-FOUND
               SET WS-MJOB-IDX DOWN BY 1
           END-IF.

       TEST-JOB-POLICY.
           IF WS-JOB = WS-MJOB-JOB(WS-MJOB-IDX)
               SET WS-MJOB-FOUND TO TRUE
           END-IF.

       LOOKUP-POSITION-POLICY.
           SET WS-MPOS-FOUND-SW TO 'N'.
           SET WS-MPOS-IDX TO 1.

           PERFORM TEST-POSITION-POLICY
               VARYING WS-MPOS-IDX FROM 1 BY 1
                 UNTIL WS-MPOS-IDX > WS-MPOS-COUNT
                    OR WS-MPOS-FOUND.

           IF WS-MPOS-FOUND
               SET WS-MPOS-IDX DOWN BY 1
           END-IF.

       TEST-POSITION-POLICY.
           IF WS-POSITION <= WS-MPOS-UPPER(WS-MPOS-IDX)
               SET WS-MPOS-FOUND TO TRUE
           END-IF.

       LOOKUP-GRADE-ENTRY.
           SET WS-GRD-FOUND-SW TO 'N'.
           SET WS-GRD-IDX TO 1.

           PERFORM TEST-GRADE-ENTRY
               VARYING WS-GRD-IDX FROM 1 BY 1
                 UNTIL WS-GRD-IDX > WS-GRD-COUNT
                    OR WS-GRD-FOUND.

           IF WS-GRD-FOUND
               SET WS-GRD-IDX DOWN BY 1
           END-IF.

       TEST-GRADE-ENTRY.
           IF WS-JOB = WS-GRD-JOB(WS-GRD-IDX)
               SET WS-GRD-FOUND TO TRUE
           END-IF.

       LOOKUP-LIMIT-ENTRY.
           SET WS-CMPL-FOUND-SW TO 'N'.
           SET WS-CMPL-IDX TO 1.

           PERFORM TEST-LIMIT-ENTRY
               VARYING WS-CMPL-IDX FROM 1 BY 1
                 UNTIL WS-CMPL-IDX > WS-CMPL-COUNT
                    OR WS-CMPL-FOUND.

           IF WS-CMPL-FOUND
               SET WS-CMPL-IDX DOWN BY 1
           END-IF.

       TEST-LIMIT-ENTRY.
           IF WS-LIM-FIELD = WS-CMPL-FIELD(WS-CMPL-IDX)
               SET WS-CMPL-FOUND TO TRUE
           END-IF.

       PRINT-DEPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE WS-PREV-WORKDEPT TO WS-DL-DEPT.
           MOVE WS-DEPT-HC       TO WS-DL-HC.
           MOVE WS-DEPT-CUR-SAL  TO WS-DL-CUR-SAL.
           MOVE WS-DEPT-COST     TO WS-DL-COST.
           COMPUTE WS-DL-NEW-SAL = WS-DEPT-CUR-SAL + WS-DEPT-COST.
           MOVE ZERO TO WS-AVG-PCT.
           IF WS-DEPT-CUR-SAL > ZERO
               COMPUTE WS-AVG-PCT ROUNDED =
                   WS-DEPT-COST * 100 / WS-DEPT-CUR-SAL
           END-IF.
           MOVE WS-AVG-PCT       TO WS-DL-AVG-PCT.
           MOVE WS-DEPT-OVER-MAX TO WS-DL-OVER-MAX.
           MOVE WS-DEPT-AUTH     TO WS-DL-AUTH.
           WRITE RPT-DETAIL-LINE FROM WS-DEPT-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

           ADD WS-DEPT-CUR-SAL TO WS-CO-CUR-SAL.
           ADD WS-DEPT-COST    TO WS-CO-COST.
           MOVE ZERO TO WS-DEPT-HC.
           MOVE ZERO TO WS-DEPT-OVER-MAX.
           MOVE ZERO TO WS-DEPT-AUTH.
           MOVE ZERO TO WS-DEPT-CUR-SAL.
           MOVE ZERO TO WS-DEPT-COST.

       PRINT-COMPANY-LINE.
           IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE 'COMPANY'         TO WS-DL-DEPT.
           MOVE WS-EMP-COUNT      TO WS-DL-HC.
           MOVE WS-CO-CUR-SAL     TO WS-DL-CUR-SAL.
           MOVE WS-CO-COST        TO WS-DL-COST.
           COMPUTE WS-DL-NEW-SAL = WS-CO-CUR-SAL + WS-CO-COST.
           MOVE ZERO TO WS-AVG-PCT.
           IF WS-CO-CUR-SAL > ZERO
               COMPUTE WS-AVG-PCT ROUNDED =
                   WS-CO-COST * 100 / WS-CO-CUR-SAL
           END-IF.
           MOVE WS-AVG-PCT        TO WS-DL-AVG-PCT.
           MOVE WS-OVER-MAX-COUNT TO WS-DL-OVER-MAX.
           MOVE WS-LIM-OVER-COUNT TO WS-DL-AUTH.
           WRITE RPT-DETAIL-LINE FROM WS-DEPT-LINE-LAYOUT.
           ADD 2 TO WS-LINE-COUNT.

       PRINT-EXCEPTION-SECTION.
           SET WS-EXCEPTION-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           IF WS-XC-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'NO MERIT EXCEPTIONS' TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM PRINT-EXCEPTION-LINE
                   VARYING WS-XC-IDX FROM 1 BY 1
                     UNTIL WS-XC-IDX > WS-XC-COUNT
                        OR WS-XC-IDX > WS-XC-MAX
           END-IF.

       PRINT-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE WS-XC-EMPNO(WS-XC-IDX)      TO WS-XL-EMPNO.
           MOVE WS-XC-LASTNAME(WS-XC-IDX)   TO WS-XL-LASTNAME.
           MOVE WS-XC-WORKDEPT(WS-XC-IDX)   TO WS-XL-WORKDEPT.
           MOVE WS-XC-JOB(WS-XC-IDX)        TO WS-XL-JOB.
           MOVE WS-XC-SALARY(WS-XC-IDX)     TO WS-XL-SALARY.
           MOVE WS-XC-PCT(WS-XC-IDX)        TO WS-XL-PCT.
           MOVE WS-XC-NEW-SALARY(WS-XC-IDX) TO WS-XL-NEW-SALARY.
           MOVE WS-XC-GRADE-MAX(WS-XC-IDX)  TO WS-XL-GRADE-MAX.
           MOVE WS-XC-NOTE(WS-XC-IDX)       TO WS-XL-NOTE.
           WRITE RPT-DETAIL-LINE FROM WS-EXCEPTION-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 7 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES TO WS-TL-LABEL.
           MOVE 'EMPLOYEES PRICED               =' TO WS-TL-LABEL.
           MOVE WS-EMP-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'PUSHED OVER GRADE MAXIMUM      =' TO WS-TL-LABEL.
           MOVE WS-OVER-MAX-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'JOBS WITH NO POLICY ROW        =' TO WS-TL-LABEL.
           MOVE WS-NO-POLICY-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'CMPMAINT CARDS WRITTEN         =' TO WS-TL-LABEL.
           MOVE WS-TRAN-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'CARDS NEEDING AUTHORIZATION    =' TO WS-TL-LABEL.
           MOVE WS-AUTH-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           ADD 6 TO WS-LINE-COUNT.

       WRITE-POLICY-ROW-EXCEPTION.
           MOVE ZERO   TO EXCP-SQLCODE.
           MOVE SPACES TO EXCP-SQLSTATE.
           STRING 'INVALID MERIT POLICY ROW SKIPPED: '
                  POL-IN-TYPE POL-IN-KEY
               DELIMITED BY SIZE INTO EXCP-SQLERRM.
           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-POLICY-OVERFLOW-EXCEPTION.
           MOVE ZERO   TO EXCP-SQLCODE.
           MOVE SPACES TO EXCP-SQLSTATE.
           MOVE 'MERIT POLICY TABLE OVERFLOW - INCREASE MERITTAB'
               TO EXCP-SQLERRM.
           PERFORM WRITE-EXCEPTION-RECORD.
           MOVE 16 TO RETURN-CODE.

       WRITE-GRADE-OVERFLOW-EXCEPTION.
           MOVE 'GRDTAB' TO WS-CURRENT-CURSOR.
           MOVE ZERO     TO EXCP-SQLCODE.
           MOVE SPACES   TO EXCP-SQLSTATE.
           MOVE 'GRADE TABLE OVERFLOW - INCREASE WS-GRD-MAX'
               TO EXCP-SQLERRM.
           PERFORM WRITE-EXCEPTION-RECORD.
           MOVE 16 TO RETURN-CODE.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2MERIT'        TO EXCP-PROGRAM.
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
               WHEN WS-DEPT-SECTION AND WS-GENERATE-MODE
                   MOVE 'GENERATE - COST BY DEPARTMENT, CARDS WRITTEN'
                       TO WS-SC-TITLE
               WHEN WS-DEPT-SECTION
                   MOVE 'SIMULATE - COST BY DEPARTMENT, NO CARDS'
                       TO WS-SC-TITLE
               WHEN OTHER
                   MOVE 'OVER GRADE MAXIMUM, NEEDS AUTH, NO POLICY'
                       TO WS-SC-TITLE
           END-EVALUATE.
           MOVE WS-SECTION-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.

           IF WS-EXCEPTION-SECTION
               MOVE WS-HEADING-3-LAYOUT TO RPT-HEADING-2
           ELSE
               MOVE WS-HEADING-2-LAYOUT TO RPT-HEADING-2
           END-IF.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       TERMINATION.
           IF WS-GENERATE-MODE
               CLOSE TRAN-FILE
               CLOSE AUTH-FILE
           END-IF.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

           DISPLAY 'DB2MERIT - MODE=' WS-RUN-MODE
                   ' PRICED=' WS-EMP-COUNT
                   ' CARDS=' WS-TRAN-COUNT
                   ' NEED AUTH=' WS-AUTH-COUNT
                   ' OVER MAX=' WS-OVER-MAX-COUNT.
