       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2STAFV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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
           05  PARM-IN-TOLERANCE          PIC X(03).
           05  PARM-IN-TOLERANCE-N REDEFINES PARM-IN-TOLERANCE
                                          PIC 9(03).
           05  FILLER                     PIC X(01).
           05  PARM-IN-ASOF-DATE          PIC X(10).
           05  FILLER                     PIC X(66).

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

       01  WS-PROJNO        PIC X(06).
       01  WS-PROJNAME      PIC X(24).
       01  WS-DEPTNO        PIC X(03).
       01  WS-PRSTAFF       PIC S9(03)V99 COMP-3.
       01  WS-PRSTDATE      PIC X(10).
       01  WS-PRENDATE      PIC X(10).
       01  WS-ACTNO         PIC S9(04) COMP.
       01  WS-ACSTAFF       PIC S9(03)V99 COMP-3.
       01  WS-ACSTDATE      PIC X(10).
       01  WS-ACENDATE      PIC X(10).
       01  WS-EMPNO         PIC X(06).
       01  WS-EMPTIME       PIC S9(03)V99 COMP-3.
       01  WS-EMSTDATE      PIC X(10).
       01  WS-EMENDATE      PIC X(10).

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-REPORT-SECTION           PIC X(01)  VALUE 'P'.
               88  WS-PROJECT-SECTION                  VALUE 'P'.
               88  WS-ACTIVITY-SECTION                 VALUE 'A'.
               88  WS-WINDOW-SECTION                   VALUE 'W'.
               88  WS-PAST-END-SECTION                 VALUE 'E'.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-TOLERANCE-PCT            PIC S9(03) COMP VALUE 20.
           05  WS-ASOF-DATE                PIC X(10)  VALUE SPACES.
           05  WS-FLAG                     PIC X(12)  VALUE SPACES.
           05  WS-ASSIGN-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-UNDER-COUNT              PIC S9(07) COMP VALUE ZERO.
           05  WS-OVER-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-WINDOW-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-PAST-END-COUNT           PIC S9(07) COMP VALUE ZERO.
           05  WS-SECTION-LINES            PIC S9(07) COMP VALUE ZERO.

       01  WS-VARIANCE-FIELDS.
           05  WS-PLANNED                  PIC S9(05)V99 COMP-3.
           05  WS-ASSIGNED                 PIC S9(05)V99 COMP-3.
           05  WS-VARIANCE                 PIC S9(05)V99 COMP-3.
           05  WS-VARIANCE-PCT             PIC S9(05) COMP-3.
           05  WS-TOL-TEST                 PIC S9(09)V99 COMP-3.

      *    EVERY PROJECT, WITH THE EMPTIME ASSIGNED TO IT ON THE
      *    AS-OF DATE ACCUMULATED AS EMPPROJACT IS READ.
       01  WS-PROJECT-TABLE-AREA.
           05  WS-PJ-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-PJ-MAX                   PIC S9(04) COMP VALUE 500.
           05  WS-PJ-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-PJ-IDX.
               10  WS-PJ-PROJNO            PIC X(06).
               10  WS-PJ-PROJNAME          PIC X(24).
               10  WS-PJ-DEPTNO            PIC X(03).
               10  WS-PJ-PRSTAFF           PIC S9(03)V99 COMP-3.
               10  WS-PJ-PRSTDATE          PIC X(10).
               10  WS-PJ-PRENDATE          PIC X(10).
               10  WS-PJ-ASSIGNED          PIC S9(05)V99 COMP-3.
       01  WS-PJ-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-PJ-FOUND                             VALUE 'Y'.

      *    EVERY PROJACT ACTIVITY, SAME IDEA ONE LEVEL DOWN.
       01  WS-ACTIVITY-TABLE-AREA.
           05  WS-AC-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-AC-MAX                   PIC S9(04) COMP VALUE 2000.
           05  WS-AC-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-AC-IDX.
               10  WS-AC-PROJNO            PIC X(06).
               10  WS-AC-ACTNO             PIC S9(04) COMP.
               10  WS-AC-ACSTAFF           PIC S9(03)V99 COMP-3.
               10  WS-AC-ACSTDATE          PIC X(10).
               10  WS-AC-ACENDATE          PIC X(10).
               10  WS-AC-ASSIGNED          PIC S9(05)V99 COMP-3.
       01  WS-AC-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-AC-FOUND                             VALUE 'Y'.

      *    ASSIGNMENTS FLAGGED WHILE EMPPROJACT IS READ - TYPE W IS
      *    DATED OUTSIDE ITS ACTIVITY WINDOW, TYPE E IS STILL OPEN
      *    ON A PROJECT PAST ITS PRENDATE.
       01  WS-FLAGGED-TABLE-AREA.
           05  WS-FL-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-FL-MAX                   PIC S9(04) COMP VALUE 1000.
           05  WS-FL-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-FL-IDX.
               10  WS-FL-TYPE              PIC X(01).
               10  WS-FL-PROJNO            PIC X(06).
               10  WS-FL-ACTNO             PIC S9(04) COMP.
               10  WS-FL-EMPNO             PIC X(06).
               10  WS-FL-EMPTIME           PIC S9(03)V99 COMP-3.
               10  WS-FL-EMSTDATE          PIC X(10).
               10  WS-FL-EMENDATE          PIC X(10).
               10  WS-FL-LIMIT-START       PIC X(10).
               10  WS-FL-LIMIT-END         PIC X(10).
       01  WS-FL-TYPE-WANTED               PIC X(01).

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2STAFV'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'PROJECT STAFFING VARIANCE'.
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
           05  FILLER                      PIC X(07)  VALUE 'AS OF '.
           05  WS-SC-ASOF                  PIC X(10).
           05  FILLER                      PIC X(13)
                   VALUE '  TOLERANCE '.
           05  WS-SC-TOLERANCE             PIC ZZ9.
           05  FILLER                      PIC X(01)  VALUE '%'.
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  WS-STAFF-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'PROJECT'.
           05  WS-SH-ACTNO-HDG             PIC X(07)  VALUE SPACES.
           05  FILLER                      PIC X(26)  VALUE 'NAME'.
           05  FILLER                      PIC X(05)  VALUE 'DEPT'.
           05  FILLER                      PIC X(23)
                   VALUE 'START      END'.
           05  FILLER                      PIC X(10)  VALUE '  PLANNED'.
           05  FILLER                      PIC X(10)  VALUE ' ASSIGNED'.
           05  FILLER                      PIC X(10)  VALUE ' VARIANCE'.
           05  FILLER                      PIC X(07)  VALUE '  VAR%'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(12)  VALUE 'FLAG'.
           05  FILLER                      PIC X(08)  VALUE SPACES.

       01  WS-STAFF-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-SD-PROJNO                PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SD-ACTNO                 PIC X(05).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SD-PROJNAME              PIC X(24).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SD-DEPTNO                PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SD-START                 PIC X(10).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-SD-END                   PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SD-PLANNED               PIC ZZZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SD-ASSIGNED              PIC ZZZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SD-VARIANCE              PIC ----9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SD-VARIANCE-PCT          PIC ----9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-SD-FLAG                  PIC X(12).
           05  FILLER                      PIC X(08)  VALUE SPACES.
       01  WS-SD-ACTNO-N                   PIC ZZZZ9.

       01  WS-ASSIGN-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'PROJECT'.
           05  FILLER                      PIC X(07)  VALUE 'ACTNO'.
           05  FILLER                      PIC X(08)  VALUE 'EMPNO'.
           05  FILLER                      PIC X(09)  VALUE 'EMPTIME'.
           05  FILLER                      PIC X(12)  VALUE 'EMSTDATE'.
           05  FILLER                      PIC X(12)  VALUE 'EMENDATE'.
           05  WS-AH-LIMIT-HDG             PIC X(24).
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  WS-ASSIGN-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-AD-PROJNO                PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AD-ACTNO                 PIC ZZZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AD-EMPNO                 PIC X(06).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-AD-EMPTIME               PIC ZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AD-EMSTDATE              PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AD-EMENDATE              PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AD-LIMIT-START           PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AD-LIMIT-END             PIC X(10).
           05  FILLER                      PIC X(50)  VALUE SPACES.

       01  WS-TOTAL-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(89)  VALUE SPACES.

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT PROJNO,
                      PROJNAME,
                      DEPTNO,
                      COALESCE(PRSTAFF, 0),
                      COALESCE(CHAR(PRSTDATE, ISO), '0001-01-01'),
                      COALESCE(CHAR(PRENDATE, ISO), '9999-12-31')
                 FROM DSN8C10.PROJ
                ORDER BY PROJNO
           END-EXEC.

           EXEC SQL DECLARE C2 CURSOR FOR
               SELECT PROJNO,
                      ACTNO,
                      COALESCE(ACSTAFF, 0),
                      COALESCE(CHAR(ACSTDATE, ISO), '0001-01-01'),
                      COALESCE(CHAR(ACENDATE, ISO), '9999-12-31')
                 FROM DSN8C10.PROJACT
                ORDER BY PROJNO, ACTNO
           END-EXEC.

           EXEC SQL DECLARE C3 CURSOR FOR
               SELECT EMPNO,
                      PROJNO,
                      ACTNO,
                      COALESCE(EMPTIME, 0),
                      COALESCE(CHAR(EMSTDATE, ISO), '0001-01-01'),
                      COALESCE(CHAR(EMENDATE, ISO), '9999-12-31')
                 FROM DSN8C10.EMPPROJACT
                ORDER BY PROJNO, ACTNO, EMPNO
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           PERFORM LOAD-PROJECT-TABLE.

           IF RETURN-CODE NOT = 16
               PERFORM LOAD-ACTIVITY-TABLE
           END-IF.

           IF RETURN-CODE NOT = 16
               MOVE 'C3' TO WS-CURRENT-CURSOR

               EXEC SQL OPEN C3 END-EXEC

               PERFORM FETCH-ASSIGNMENT-ROW UNTIL SQLCODE NOT = 0

               PERFORM CHECK-CURSOR-STATUS

               EXEC SQL CLOSE C3 END-EXEC
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM PRINT-PROJECT-SECTION

               PERFORM PRINT-ACTIVITY-SECTION

               PERFORM PRINT-WINDOW-SECTION

               PERFORM PRINT-PAST-END-SECTION

               PERFORM PRINT-TOTALS

               IF WS-UNDER-COUNT > ZERO
                  OR WS-OVER-COUNT > ZERO
                  OR WS-WINDOW-COUNT > ZERO
                  OR WS-PAST-END-COUNT > ZERO
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
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
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
               DELIMITED BY SIZE INTO WS-ASOF-DATE.

           PERFORM READ-PARM-CARD.

      *    COLS 1-3 TOLERANCE PERCENT, COLS 5-14 AN AS-OF DATE
      *    (YYYY-MM-DD) FOR LOOKING AHEAD OR RERUNNING A PAST WEEK.
      *    EITHER LEFT BLANK TAKES THE DEFAULT.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IN-TOLERANCE-N NUMERIC
                           MOVE PARM-IN-TOLERANCE-N
                               TO WS-TOLERANCE-PCT
                       END-IF
                       IF PARM-IN-ASOF-DATE NOT = SPACES
                           MOVE PARM-IN-ASOF-DATE TO WS-ASOF-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-PROJECT-TABLE.
           MOVE 'C1' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C1 END-EXEC.

           PERFORM FETCH-PROJECT-ROW UNTIL SQLCODE NOT = 0
              OR RETURN-CODE = 16.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C1 END-EXEC.

       FETCH-PROJECT-ROW.
           EXEC SQL
               FETCH C1
                INTO :WS-PROJNO,
                     :WS-PROJNAME,
                     :WS-DEPTNO,
                     :WS-PRSTAFF,
                     :WS-PRSTDATE,
                     :WS-PRENDATE
           END-EXEC.

           IF SQLCODE = 0
               IF WS-PJ-COUNT < WS-PJ-MAX
                   ADD 1 TO WS-PJ-COUNT
                   SET WS-PJ-IDX TO WS-PJ-COUNT
                   MOVE WS-PROJNO   TO WS-PJ-PROJNO(WS-PJ-IDX)
                   MOVE WS-PROJNAME TO WS-PJ-PROJNAME(WS-PJ-IDX)
                   MOVE WS-DEPTNO   TO WS-PJ-DEPTNO(WS-PJ-IDX)
                   MOVE WS-PRSTAFF  TO WS-PJ-PRSTAFF(WS-PJ-IDX)
                   MOVE WS-PRSTDATE TO WS-PJ-PRSTDATE(WS-PJ-IDX)
                   MOVE WS-PRENDATE TO WS-PJ-PRENDATE(WS-PJ-IDX)
                   MOVE ZERO        TO WS-PJ-ASSIGNED(WS-PJ-IDX)
               ELSE
                   MOVE 'PJTAB' TO WS-CURRENT-CURSOR
                   MOVE ZERO    TO EXCP-SQLCODE
                   MOVE SPACES  TO EXCP-SQLSTATE
                   MOVE 'PROJECT TABLE OVERFLOW - INCREASE WS-PJ-MAX'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-EXCEPTION-RECORD
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-ACTIVITY-TABLE.
           MOVE 'C2' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C2 END-EXEC.

           PERFORM FETCH-ACTIVITY-ROW UNTIL SQLCODE NOT = 0
              OR RETURN-CODE = 16.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C2 END-EXEC.

       FETCH-ACTIVITY-ROW.
           EXEC SQL
               FETCH C2
                INTO :WS-PROJNO,
                     :WS-ACTNO,
                     :WS-ACSTAFF,
                     :WS-ACSTDATE,
                     :WS-ACENDATE
           END-EXEC.

           IF SQLCODE = 0
               IF WS-AC-COUNT < WS-AC-MAX
                   ADD 1 TO WS-AC-COUNT
                   SET WS-AC-IDX TO WS-AC-COUNT
                   MOVE WS-PROJNO   TO WS-AC-PROJNO(WS-AC-IDX)
                   MOVE WS-ACTNO    TO WS-AC-ACTNO(WS-AC-IDX)
                   MOVE WS-ACSTAFF  TO WS-AC-ACSTAFF(WS-AC-IDX)
                   MOVE WS-ACSTDATE TO WS-AC-ACSTDATE(WS-AC-IDX)
                   MOVE WS-ACENDATE TO WS-AC-ACENDATE(WS-AC-IDX)
                   MOVE ZERO        TO WS-AC-ASSIGNED(WS-AC-IDX)
               ELSE
                   MOVE 'ACTAB' TO WS-CURRENT-CURSOR
                   MOVE ZERO    TO EXCP-SQLCODE
                   MOVE SPACES  TO EXCP-SQLSTATE
                   MOVE 'ACTIVITY TABLE OVERFLOW - INCREASE WS-AC-MAX'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-EXCEPTION-RECORD
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       FETCH-ASSIGNMENT-ROW.
           EXEC SQL
               FETCH C3
                INTO :WS-EMPNO,
                     :WS-PROJNO,
                     :WS-ACTNO,
                     :WS-EMPTIME,
                     :WS-EMSTDATE,
                     :WS-EMENDATE
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-ASSIGN-COUNT
               PERFORM APPLY-ASSIGNMENT
           END-IF.

      *    AN ASSIGNMENT COUNTS TOWARD STAFFING ONLY IF IT IS IN
      *    EFFECT ON THE AS-OF DATE. THE WINDOW TEST LOOKS AT EVERY
      *    ASSIGNMENT, OPEN OR CLOSED, SINCE A BAD DATE IS A BAD
      *    DATE EITHER WAY.
       APPLY-ASSIGNMENT.
           PERFORM LOOKUP-PROJECT-ENTRY.
           PERFORM LOOKUP-ACTIVITY-ENTRY.

           IF WS-EMSTDATE NOT > WS-ASOF-DATE
              AND WS-EMENDATE NOT < WS-ASOF-DATE
               IF WS-PJ-FOUND
                   ADD WS-EMPTIME TO WS-PJ-ASSIGNED(WS-PJ-IDX)
               END-IF
               IF WS-AC-FOUND
                   ADD WS-EMPTIME TO WS-AC-ASSIGNED(WS-AC-IDX)
               END-IF
           END-IF.

           IF WS-AC-FOUND
               IF WS-EMSTDATE < WS-AC-ACSTDATE(WS-AC-IDX)
                  OR WS-EMENDATE > WS-AC-ACENDATE(WS-AC-IDX)
                   MOVE 'W' TO WS-FL-TYPE-WANTED
                   PERFORM STORE-FLAGGED-ASSIGNMENT
                   ADD 1 TO WS-WINDOW-COUNT
               END-IF
           END-IF.

           IF WS-PJ-FOUND
               IF WS-PJ-PRENDATE(WS-PJ-IDX) < WS-ASOF-DATE
                  AND WS-EMENDATE NOT < WS-ASOF-DATE
                   MOVE 'E' TO WS-FL-TYPE-WANTED
                   PERFORM STORE-FLAGGED-ASSIGNMENT
                   ADD 1 TO WS-PAST-END-COUNT
               END-IF
           END-IF.

       STORE-FLAGGED-ASSIGNMENT.
           IF WS-FL-COUNT < WS-FL-MAX
               ADD 1 TO WS-FL-COUNT
               SET WS-FL-IDX TO WS-FL-COUNT
               MOVE WS-FL-TYPE-WANTED TO WS-FL-TYPE(WS-FL-IDX)
               MOVE WS-PROJNO         TO WS-FL-PROJNO(WS-FL-IDX)
               MOVE WS-ACTNO          TO WS-FL-ACTNO(WS-FL-IDX)
               MOVE WS-EMPNO          TO WS-FL-EMPNO(WS-FL-IDX)
               MOVE WS-EMPTIME        TO WS-FL-EMPTIME(WS-FL-IDX)
               MOVE WS-EMSTDATE       TO WS-FL-EMSTDATE(WS-FL-IDX)
               MOVE WS-EMENDATE       TO WS-FL-EMENDATE(WS-FL-IDX)
               IF WS-FL-TYPE-WANTED = 'W'
                   MOVE WS-AC-ACSTDATE(WS-AC-IDX)
                       TO WS-FL-LIMIT-START(WS-FL-IDX)
                   MOVE WS-AC-ACENDATE(WS-AC-IDX)
                       TO WS-FL-LIMIT-END(WS-FL-IDX)
               ELSE
                   MOVE WS-PJ-PRSTDATE(WS-PJ-IDX)
                       TO WS-FL-LIMIT-START(WS-FL-IDX)
                   MOVE WS-PJ-PRENDATE(WS-PJ-IDX)
                       TO WS-FL-LIMIT-END(WS-FL-IDX)
               END-IF
           ELSE
               IF WS-FL-COUNT = WS-FL-MAX
                   MOVE 'FLTAB' TO WS-CURRENT-CURSOR
                   MOVE ZERO    TO EXCP-SQLCODE
                   MOVE SPACES  TO EXCP-SQLSTATE
                   MOVE 'FLAGGED ASSIGNMENT TABLE OVERFLOW - NOT LISTED'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-EXCEPTION-RECORD
                   ADD 1 TO WS-FL-COUNT
                   MOVE 'C3' TO WS-CURRENT-CURSOR
               END-IF
           END-IF.

       LOOKUP-PROJECT-ENTRY.
           SET WS-PJ-FOUND-SW TO 'N'.
           SET WS-PJ-IDX TO 1.

           PERFORM TEST-PROJECT-ENTRY
               VARYING WS-PJ-IDX FROM 1 BY 1
                 UNTIL WS-PJ-IDX > WS-PJ-COUNT
                    OR WS-PJ-FOUND.

           IF WS-PJ-FOUND
               SET WS-PJ-IDX DOWN BY 1
           END-IF.

       TEST-PROJECT-ENTRY.
           IF WS-PROJNO = WS-PJ-PROJNO(WS-PJ-IDX)
               SET WS-PJ-FOUND TO TRUE
           END-IF.

       LOOKUP-ACTIVITY-ENTRY.
           SET WS-AC-FOUND-SW TO 'N'.
           SET WS-AC-IDX TO 1.

           PERFORM TEST-ACTIVITY-ENTRY
               VARYING WS-AC-IDX FROM 1 BY 1
                 UNTIL WS-AC-IDX > WS-AC-COUNT
                    OR WS-AC-FOUND.

           IF WS-AC-FOUND
               SET WS-AC-IDX DOWN BY 1
           END-IF.

       TEST-ACTIVITY-ENTRY.
           IF WS-PROJNO = WS-AC-PROJNO(WS-AC-IDX)
              AND WS-ACTNO = WS-AC-ACTNO(WS-AC-IDX)
               SET WS-AC-FOUND TO TRUE
           END-IF.

      *    ONLY PROJECTS RUNNING ON THE AS-OF DATE WITH A PLANNED
      *    STAFFING ARE COMPARED - A PROJECT WITH NO PRSTAFF HAS
      *    NOTHING TO BE UNDER OR OVER.
       PRINT-PROJECT-SECTION.
           SET WS-PROJECT-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.
           MOVE ZERO TO WS-SECTION-LINES.

           PERFORM PRINT-PROJECT-LINE
               VARYING WS-PJ-IDX FROM 1 BY 1
                 UNTIL WS-PJ-IDX > WS-PJ-COUNT.

           IF WS-SECTION-LINES = ZERO
               PERFORM PRINT-NONE-LINE
           END-IF.

       PRINT-PROJECT-LINE.
           IF WS-PJ-PRSTDATE(WS-PJ-IDX) NOT > WS-ASOF-DATE
              AND WS-PJ-PRENDATE(WS-PJ-IDX) NOT < WS-ASOF-DATE
              AND WS-PJ-PRSTAFF(WS-PJ-IDX) > ZERO
               MOVE WS-PJ-PRSTAFF(WS-PJ-IDX)  TO WS-PLANNED
               MOVE WS-PJ-ASSIGNED(WS-PJ-IDX) TO WS-ASSIGNED
               PERFORM COMPUTE-VARIANCE
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADERS
               END-IF
               MOVE WS-PJ-PROJNO(WS-PJ-IDX)   TO WS-SD-PROJNO
               MOVE SPACES                    TO WS-SD-ACTNO
               MOVE WS-PJ-PROJNAME(WS-PJ-IDX) TO WS-SD-PROJNAME
               MOVE WS-PJ-DEPTNO(WS-PJ-IDX)   TO WS-SD-DEPTNO
               MOVE WS-PJ-PRSTDATE(WS-PJ-IDX) TO WS-SD-START
               MOVE WS-PJ-PRENDATE(WS-PJ-IDX) TO WS-SD-END
               PERFORM WRITE-STAFF-LINE
           END-IF.

       PRINT-ACTIVITY-SECTION.
           SET WS-ACTIVITY-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.
           MOVE ZERO TO WS-SECTION-LINES.

           PERFORM PRINT-ACTIVITY-LINE
               VARYING WS-AC-IDX FROM 1 BY 1
                 UNTIL WS-AC-IDX > WS-AC-COUNT.

           IF WS-SECTION-LINES = ZERO
               PERFORM PRINT-NONE-LINE
           END-IF.

       PRINT-ACTIVITY-LINE.
           IF WS-AC-ACSTDATE(WS-AC-IDX) NOT > WS-ASOF-DATE
              AND WS-AC-ACENDATE(WS-AC-IDX) NOT < WS-ASOF-DATE
              AND WS-AC-ACSTAFF(WS-AC-IDX) > ZERO
               MOVE WS-AC-ACSTAFF(WS-AC-IDX)  TO WS-PLANNED
               MOVE WS-AC-ASSIGNED(WS-AC-IDX) TO WS-ASSIGNED
               PERFORM COMPUTE-VARIANCE
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADERS
               END-IF
               MOVE WS-AC-PROJNO(WS-AC-IDX)   TO WS-SD-PROJNO
               MOVE WS-AC-ACTNO(WS-AC-IDX)    TO WS-SD-ACTNO-N
               MOVE WS-SD-ACTNO-N             TO WS-SD-ACTNO
               MOVE WS-AC-PROJNO(WS-AC-IDX)   TO WS-PROJNO
               PERFORM LOOKUP-PROJECT-ENTRY
               IF WS-PJ-FOUND
                   MOVE WS-PJ-PROJNAME(WS-PJ-IDX) TO WS-SD-PROJNAME
                   MOVE WS-PJ-DEPTNO(WS-PJ-IDX)   TO WS-SD-DEPTNO
               ELSE
                   MOVE SPACES TO WS-SD-PROJNAME
                   MOVE SPACES TO WS-SD-DEPTNO
               END-IF
               MOVE WS-AC-ACSTDATE(WS-AC-IDX) TO WS-SD-START
               MOVE WS-AC-ACENDATE(WS-AC-IDX) TO WS-SD-END
               PERFORM WRITE-STAFF-LINE
           END-IF.

      *    THE TOLERANCE TEST IS CROSS-MULTIPLIED AS IN DB2CMPMN SO
      *    NO DIVISION IS NEEDED TO DECIDE THE FLAG; THE PERCENT IS
      *    WORKED OUT ONLY FOR PRINTING.
       COMPUTE-VARIANCE.
           COMPUTE WS-VARIANCE = WS-ASSIGNED - WS-PLANNED.
           COMPUTE WS-VARIANCE-PCT ROUNDED =
               WS-VARIANCE * 100 / WS-PLANNED.
           MOVE SPACES TO WS-FLAG.

           IF WS-VARIANCE > ZERO
               COMPUTE WS-TOL-TEST = WS-TOLERANCE-PCT * WS-PLANNED
               IF WS-VARIANCE * 100 > WS-TOL-TEST
                   MOVE 'OVERSTAFFED'  TO WS-FLAG
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           END-IF.

           IF WS-VARIANCE < ZERO
               COMPUTE WS-TOL-TEST = WS-TOLERANCE-PCT * WS-PLANNED
               IF WS-VARIANCE * -100 > WS-TOL-TEST
                   MOVE 'UNDERSTAFFED' TO WS-FLAG
                   ADD 1 TO WS-UNDER-COUNT
               END-IF
           END-IF.

       WRITE-STAFF-LINE.
           MOVE WS-PLANNED      TO WS-SD-PLANNED.
           MOVE WS-ASSIGNED     TO WS-SD-ASSIGNED.
           MOVE WS-VARIANCE     TO WS-SD-VARIANCE.
           MOVE WS-VARIANCE-PCT TO WS-SD-VARIANCE-PCT.
           MOVE WS-FLAG         TO WS-SD-FLAG.
           WRITE RPT-DETAIL-LINE FROM WS-STAFF-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-SECTION-LINES.

       PRINT-WINDOW-SECTION.
           SET WS-WINDOW-SECTION TO TRUE.
           MOVE 'W' TO WS-FL-TYPE-WANTED.
           PERFORM PRINT-FLAGGED-SECTION.

       PRINT-PAST-END-SECTION.
           SET WS-PAST-END-SECTION TO TRUE.
           MOVE 'E' TO WS-FL-TYPE-WANTED.
           PERFORM PRINT-FLAGGED-SECTION.

       PRINT-FLAGGED-SECTION.
           PERFORM PRINT-PAGE-HEADERS.
           MOVE ZERO TO WS-SECTION-LINES.

           PERFORM PRINT-FLAGGED-LINE
               VARYING WS-FL-IDX FROM 1 BY 1
                 UNTIL WS-FL-IDX > WS-FL-COUNT
                    OR WS-FL-IDX > WS-FL-MAX.

           IF WS-SECTION-LINES = ZERO
               PERFORM PRINT-NONE-LINE
           END-IF.

       PRINT-FLAGGED-LINE.
           IF WS-FL-TYPE(WS-FL-IDX) = WS-FL-TYPE-WANTED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADERS
               END-IF
               MOVE WS-FL-PROJNO(WS-FL-IDX)      TO WS-AD-PROJNO
               MOVE WS-FL-ACTNO(WS-FL-IDX)       TO WS-AD-ACTNO
               MOVE WS-FL-EMPNO(WS-FL-IDX)       TO WS-AD-EMPNO
               MOVE WS-FL-EMPTIME(WS-FL-IDX)     TO WS-AD-EMPTIME
               MOVE WS-FL-EMSTDATE(WS-FL-IDX)    TO WS-AD-EMSTDATE
               MOVE WS-FL-EMENDATE(WS-FL-IDX)    TO WS-AD-EMENDATE
               MOVE WS-FL-LIMIT-START(WS-FL-IDX) TO WS-AD-LIMIT-START
               MOVE WS-FL-LIMIT-END(WS-FL-IDX)   TO WS-AD-LIMIT-END
               WRITE RPT-DETAIL-LINE FROM WS-ASSIGN-LINE-LAYOUT
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-SECTION-LINES
           END-IF.

       PRINT-NONE-LINE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE '     NONE' TO RPT-DETAIL-LINE.
           WRITE RPT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 7 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE 'ASSIGNMENTS READ               =' TO WS-TL-LABEL.
           MOVE WS-ASSIGN-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'UNDERSTAFFED PROJ/ACTIVITIES   =' TO WS-TL-LABEL.
           MOVE WS-UNDER-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'OVERSTAFFED PROJ/ACTIVITIES    =' TO WS-TL-LABEL.
           MOVE WS-OVER-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'ASSIGNMENTS OUTSIDE WINDOW     =' TO WS-TL-LABEL.
           MOVE WS-WINDOW-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'OPEN PAST PROJECT END          =' TO WS-TL-LABEL.
           MOVE WS-PAST-END-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           ADD 6 TO WS-LINE-COUNT.

      *    A FETCH LOOP THAT STOPPED ON A TABLE OVERFLOW ENDS WITH
      *    SQLCODE 0 - THE OVERFLOW EXCEPTION IS ALREADY WRITTEN.
       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
              AND SQLCODE NOT = 0
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2STAFV'        TO EXCP-PROGRAM.
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

           EVALUATE TRUE
               WHEN WS-PROJECT-SECTION
                   MOVE 'PROJECT STAFFING AGAINST PRSTAFF'
                       TO WS-SC-TITLE
               WHEN WS-ACTIVITY-SECTION
                   MOVE 'ACTIVITY STAFFING AGAINST ACSTAFF'
                       TO WS-SC-TITLE
               WHEN WS-WINDOW-SECTION
                   MOVE 'ASSIGNMENTS DATED OUTSIDE THE ACTIVITY WINDOW'
                       TO WS-SC-TITLE
               WHEN OTHER
                   MOVE 'OPEN ASSIGNMENTS ON PROJECTS PAST PRENDATE'
                       TO WS-SC-TITLE
           END-EVALUATE.
           MOVE WS-ASOF-DATE     TO WS-SC-ASOF.
           MOVE WS-TOLERANCE-PCT TO WS-SC-TOLERANCE.
           MOVE WS-SECTION-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.

           IF WS-PROJECT-SECTION OR WS-ACTIVITY-SECTION
               IF WS-ACTIVITY-SECTION
                   MOVE 'ACTNO' TO WS-SH-ACTNO-HDG
               ELSE
                   MOVE SPACES  TO WS-SH-ACTNO-HDG
               END-IF
               MOVE WS-STAFF-HEADING-LAYOUT TO RPT-HEADING-2
           ELSE
               IF WS-WINDOW-SECTION
                   MOVE 'ACSTDATE    ACENDATE'  TO WS-AH-LIMIT-HDG
               ELSE
                   MOVE 'PRSTDATE    PRENDATE'  TO WS-AH-LIMIT-HDG
               END-IF
               MOVE WS-ASSIGN-HEADING-LAYOUT TO RPT-HEADING-2
           END-IF.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       TERMINATION.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

           DISPLAY 'DB2STAFV - ASSIGNMENTS=' WS-ASSIGN-COUNT
                   ' UNDER=' WS-UNDER-COUNT
                   ' OVER=' WS-OVER-COUNT
                   ' WINDOW=' WS-WINDOW-COUNT
                   ' PAST END=' WS-PAST-END-COUNT.
