       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2EMPDQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EDLV-FILE ASSIGN TO EDLVIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EDLV-STATUS.

           SELECT GRADE-FILE ASSIGN TO GRADEIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT HISTIN-FILE ASSIGN TO HISTIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

           SELECT HISTOUT-FILE ASSIGN TO HISTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY RUNCTL.

       FD  PARM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  PARM-IN-RECORD.
           05  PARM-IN-EXCP-LIMIT         PIC 9(03).
           05  FILLER                     PIC X(77).

       FD  EDLV-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  EDLV-IN-RECORD.
           05  EDLV-IN-LEVEL              PIC 9(02).
           05  EDLV-IN-LABEL              PIC X(20).
           05  FILLER                     PIC X(08).

       FD  GRADE-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  GRD-IN-RECORD.
           05  GRD-IN-JOB                 PIC X(08).
           05  GRD-IN-MIN-SALARY          PIC 9(07)V99.
           05  GRD-IN-MAX-SALARY          PIC 9(07)V99.
           05  FILLER                     PIC X(54).

       FD  HISTIN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY DQHIST REPLACING LEADING ==DQHIST== BY ==HISTIN==
                                 LEADING ==DQH==    BY ==HIN==.

       FD  HISTOUT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY DQHIST.

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

       01  WS-EMPNO          PIC X(06).
       01  WS-WORKDEPT       PIC X(03).
       01  WS-PHONENO        PIC X(04).
       01  WS-HIREDATE       PIC X(10).
       01  WS-BIRTHDATE      PIC X(10).
       01  WS-EDLEVEL        PIC S9(04) COMP.
       01  WS-JOB            PIC X(08).
       01  WS-SALARY         PIC S9(07)V99 COMP-3.
       01  WS-DEPTNO         PIC X(03).
       01  WS-MGRNO          PIC X(06).
       01  WS-MGR-WORKDEPT   PIC X(03).
       01  WS-MGR-ON-EMP     PIC X(01).

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-RUNCTL-STATUS            PIC X(02).
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-EDLV-STATUS              PIC X(02).
           05  WS-GRADE-STATUS             PIC X(02).
           05  WS-HISTIN-STATUS            PIC X(02).
           05  WS-EDLV-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-EDLV-EOF                         VALUE 'Y'.
           05  WS-GRADE-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-GRADE-EOF                        VALUE 'Y'.
           05  WS-HISTIN-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-HISTIN-EOF                       VALUE 'Y'.
           05  WS-EMP-FAILED-SW            PIC X(01).
               88  WS-EMP-FAILED                       VALUE 'Y'.
           05  WS-REPORT-SECTION           PIC X(01)  VALUE 'F'.
               88  WS-FAILURE-SECTION                  VALUE 'F'.
               88  WS-RULE-SECTION                     VALUE 'R'.
               88  WS-DEPT-SECTION                     VALUE 'D'.
               88  WS-TREND-SECTION                    VALUE 'T'.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-EXCP-LIMIT               PIC 9(03)  VALUE 50.
           05  WS-EMP-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-FAIL-EMP-COUNT           PIC S9(07) COMP VALUE ZERO.
           05  WS-WORSE-COUNT              PIC S9(04) COMP VALUE ZERO.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

           COPY RUNCTL REPLACING LEADING ==RUNCTL== BY ==WS-RUNCTL==
                                 LEADING ==RC==     BY ==WS-RC==.

           COPY STATPARM.

           COPY EDLVTAB.

           COPY GRDTAB.

      *    THE RULE TABLE. THE CODE GOES TO EXCPOUT AS THE CURSOR
      *    NAME SO DB2EXCPT COUNTS EACH RULE SEPARATELY; THE TITLE
      *    HEADS THE RULE'S COLUMN ON THE DEPARTMENT AND TREND
      *    PAGES. THE ORDER IS THE ORDER OF THE DQHIST COUNTS.
       01  WS-RULE-TABLE-VALUES.
           05  FILLER                      PIC X(08)  VALUE 'DQHIRE'.
           05  FILLER                      PIC X(40)
                   VALUE 'HIREDATE BEFORE AGE 16 OR IN THE FUTURE'.
           05  FILLER                      PIC X(08)  VALUE 'DQPHONE'.
           05  FILLER                      PIC X(40)
                   VALUE 'PHONENO BLANK OR NOT NUMERIC'.
           05  FILLER                      PIC X(08)  VALUE 'DQEDLV'.
           05  FILLER                      PIC X(40)
                   VALUE 'EDLEVEL NOT ON THE EDLVIN TABLE'.
           05  FILLER                      PIC X(08)  VALUE 'DQJOB'.
           05  FILLER                      PIC X(40)
                   VALUE 'JOB NOT ON THE GRADEIN TABLE'.
           05  FILLER                      PIC X(08)  VALUE 'DQSALARY'.
           05  FILLER                      PIC X(40)
                   VALUE 'ZERO SALARY'.
           05  FILLER                      PIC X(08)  VALUE 'DQMGRDPT'.
           05  FILLER                      PIC X(40)
                   VALUE 'DEPT MANAGER WORKS IN ANOTHER DEPARTMENT'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-TABLE-VALUES.
           05  WS-RULE-ENTRY OCCURS 6 TIMES.
               10  WS-RULE-CODE            PIC X(08).
               10  WS-RULE-DESC            PIC X(40).

       01  WS-RULE-COUNTS.
           05  WS-RULE-MAX                 PIC S9(04) COMP VALUE 6.
           05  WS-RULE-SUB                 PIC S9(04) COMP.
           05  WS-RULE-TALLY OCCURS 6 TIMES.
               10  WS-RULE-FAIL-COUNT      PIC S9(07) COMP.
               10  WS-RULE-EXCP-COUNT      PIC S9(07) COMP.
               10  WS-RULE-TREND-TOTAL     PIC S9(09) COMP.
               10  WS-RULE-TREND-HIGH      PIC S9(07) COMP.

      *    ONE ENTRY PER DSN8C10.DEPT ROW IN DEPTNO ORDER, PLUS A
      *    LAST ENTRY FOR EMPLOYEES WHOSE WORKDEPT IS BLANK OR NOT
      *    ON DEPT. RULE 6 IS SCORED AGAINST THE DEPARTMENT THE
      *    MANAGER RUNS, THE OTHER RULES AGAINST THE WORKDEPT.
       01  WS-DPT-AREA.
           05  WS-DPT-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-DPT-MAX                  PIC S9(04) COMP VALUE 500.
           05  WS-DPT-OTHER                PIC S9(04) COMP.
           05  WS-DPT-LOW                  PIC S9(04) COMP.
           05  WS-DPT-HIGH                 PIC S9(04) COMP.
           05  WS-DPT-MID                  PIC S9(04) COMP.
           05  WS-DPT-SUB                  PIC S9(04) COMP.
           05  WS-FOUND-SUB                PIC S9(04) COMP.
           05  WS-SEARCH-DEPT              PIC X(03).
           05  WS-DPT-ENTRY OCCURS 501 TIMES.
               10  WS-DPT-DEPTNO           PIC X(03).
               10  WS-DPT-EMP-COUNT        PIC S9(07) COMP.
               10  WS-DPT-FAIL-COUNT       PIC S9(07) COMP.
               10  WS-DPT-RULE-COUNT       PIC S9(07) COMP
                                           OCCURS 6 TIMES.

      *    THE NEWEST 30 HISTORY RECORDS, INCLUDING TONIGHT'S, IN A
      *    RING, AND THE NEWEST RECORD BEFORE TONIGHT FOR THE
      *    CHANGE COLUMN.
       01  WS-RING-AREA.
           05  WS-RING-N                   PIC S9(09) COMP VALUE ZERO.
           05  WS-RING-MAX                 PIC S9(04) COMP VALUE 30.
           05  WS-RING-USED                PIC S9(04) COMP.
           05  WS-RING-FIRST               PIC S9(09) COMP.
           05  WS-RING-K                   PIC S9(09) COMP.
           05  WS-RING-POS                 PIC S9(04) COMP.
           05  WS-RING-QUOT                PIC S9(09) COMP.
           05  WS-RING-RECORD              PIC X(80)  OCCURS 30 TIMES.
       01  WS-LAST-HIST-DATE               PIC 9(08)  VALUE ZERO.
       01  WS-PRIOR-FOUND-SW               PIC X(01)  VALUE 'N'.
           88  WS-PRIOR-FOUND                          VALUE 'Y'.

           COPY DQHIST REPLACING LEADING ==DQHIST== BY ==WS-PRV==
                                 LEADING ==DQH==    BY ==WS-PRV==.

           COPY DQHIST REPLACING LEADING ==DQHIST== BY ==WS-TRD==
                                 LEADING ==DQH==    BY ==WS-TRD==.

       01  WS-CHECK-FIELDS.
           05  WS-FAIL-TEXT                PIC X(48).
           05  WS-FAIL-DEPT                PIC X(03).
           05  WS-FAIL-EMPNO               PIC X(06).
           05  WS-EDLEVEL-ED               PIC 9(02).
           05  WS-HIRE-YYYYMMDD            PIC 9(08).
           05  WS-BIRTH-YYYYMMDD           PIC 9(08).
           05  WS-AGE16-YYYYMMDD           PIC 9(08).
           05  WS-ISO-DATE                 PIC X(10).
           05  WS-ISO-PARTS REDEFINES WS-ISO-DATE.
               10  WS-ISO-YYYY             PIC X(04).
               10  FILLER                  PIC X(01).
               10  WS-ISO-MM               PIC X(02).
               10  FILLER                  PIC X(01).
               10  WS-ISO-DD               PIC X(02).
           05  WS-DATE-8.
               10  WS-DATE-8-YYYY          PIC X(04).
               10  WS-DATE-8-MM            PIC X(02).
               10  WS-DATE-8-DD            PIC X(02).
           05  WS-DATE-8-N REDEFINES WS-DATE-8
                                           PIC 9(08).
           05  WS-CHANGE                   PIC S9(07) COMP.
           05  WS-AVERAGE                  PIC S9(07) COMP.
           05  WS-OVER-LIMIT               PIC S9(07) COMP.
           05  WS-OVER-LIMIT-ED            PIC Z,ZZZ,ZZ9.

       01  WS-BUSDATE.
           05  WS-BUSDATE-YYYY             PIC 9(04).
           05  WS-BUSDATE-MM               PIC 9(02).
           05  WS-BUSDATE-DD               PIC 9(02).
       01  WS-BUSDATE-X REDEFINES WS-BUSDATE
                                           PIC 9(08).

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2EMPDQ'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'EMPLOYEE DATA QUALITY'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.

       01  WS-HEADING-2-HOLD               PIC X(133).

       01  WS-SECTION-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-SC-TITLE                 PIC X(42).
           05  WS-SC-BUSDATE               PIC X(10).
           05  FILLER                      PIC X(80)  VALUE SPACES.

       01  WS-FAILURE-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'DEPT'.
           05  FILLER                      PIC X(08)  VALUE 'EMPNO'.
           05  FILLER                      PIC X(10)  VALUE 'RULE'.
           05  FILLER                      PIC X(48)  VALUE 'DETAIL'.
           05  FILLER                      PIC X(56)  VALUE SPACES.

       01  WS-FAILURE-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-FL-DEPT                  PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-FL-EMPNO                 PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-FL-RULE                  PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-FL-TEXT                  PIC X(48).
           05  FILLER                      PIC X(56)  VALUE SPACES.

       01  WS-RULE-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(10)  VALUE 'RULE'.
           05  FILLER                      PIC X(40)  VALUE 'CHECK'.
           05  FILLER                      PIC X(09)  VALUE '  TONIGHT'.
           05  FILLER                      PIC X(09)  VALUE '    PRIOR'.
           05  FILLER                      PIC X(10)
                   VALUE '    CHANGE'.
           05  FILLER                      PIC X(09)  VALUE '   30-AVG'.
           05  FILLER                      PIC X(09)  VALUE '  30-HIGH'.
           05  FILLER                      PIC X(32)  VALUE SPACES.

       01  WS-RULE-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-RL-CODE                  PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RL-DESC                  PIC X(40).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RL-TONIGHT               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RL-PRIOR                 PIC X(07).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RL-CHANGE                PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RL-AVERAGE               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RL-HIGH                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RL-NOTE                  PIC X(10).
           05  FILLER                      PIC X(20)  VALUE SPACES.
       01  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
       01  WS-EDIT-CHANGE                  PIC ++++,++9.

       01  WS-DEPT-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(10)  VALUE 'DEPT'.
           05  FILLER                      PIC X(10)
                   VALUE '    SCORED'.
           05  FILLER                      PIC X(10)
                   VALUE '   FAILING'.
           05  FILLER                      PIC X(10)
                   VALUE '      HIRE'.
           05  FILLER                      PIC X(10)
                   VALUE '     PHONE'.
           05  FILLER                      PIC X(10)
                   VALUE '   EDLEVEL'.
           05  FILLER                      PIC X(10)
                   VALUE '       JOB'.
           05  FILLER                      PIC X(10)
                   VALUE '    SALARY'.
           05  FILLER                      PIC X(10)
                   VALUE '  MGR DEPT'.
           05  FILLER                      PIC X(38)  VALUE SPACES.

      *    ONE LINE OF THE DEPARTMENT SCORECARD OR OF THE TREND -
      *    THE LABEL IS THE DEPARTMENT OR THE CYCLE DATE.
       01  WS-COUNT-LINE-LAYOUT.
           05  FILLER                      PIC X(05).
           05  WS-CT-LABEL                 PIC X(10).
           05  FILLER                      PIC X(03).
           05  WS-CT-SCORED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03).
           05  WS-CT-FAILING               PIC ZZZ,ZZ9.
           05  WS-CT-RULE-SLOT OCCURS 6 TIMES.
               10  FILLER                  PIC X(03).
               10  WS-CT-RULE              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(38).

       01  WS-TREND-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(10)  VALUE 'CYCLE'.
           05  FILLER                      PIC X(10)
                   VALUE '    SCORED'.
           05  FILLER                      PIC X(10)
                   VALUE '   FAILING'.
           05  FILLER                      PIC X(10)
                   VALUE '      HIRE'.
           05  FILLER                      PIC X(10)
                   VALUE '     PHONE'.
           05  FILLER                      PIC X(10)
                   VALUE '   EDLEVEL'.
           05  FILLER                      PIC X(10)
                   VALUE '       JOB'.
           05  FILLER                      PIC X(10)
                   VALUE '    SALARY'.
           05  FILLER                      PIC X(10)
                   VALUE '  MGR DEPT'.
           05  FILLER                      PIC X(38)  VALUE SPACES.

       01  WS-MESSAGE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-MSG-TEXT                 PIC X(80)  VALUE SPACES.
           05  FILLER                      PIC X(48)  VALUE SPACES.

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT D.DEPTNO,
                      COALESCE(D.MGRNO, ' '),
                      COALESCE(M.WORKDEPT, ' '),
                      CASE WHEN M.EMPNO IS NULL THEN 'N'
                           ELSE 'Y' END
                 FROM DSN8C10.DEPT D
                 LEFT OUTER JOIN DSN8C10.EMP M
                   ON M.EMPNO = D.MGRNO
                ORDER BY D.DEPTNO
           END-EXEC.

           EXEC SQL DECLARE C2 CURSOR FOR
               SELECT EMPNO,
                      COALESCE(WORKDEPT, ' '),
                      COALESCE(PHONENO, ' '),
                      COALESCE(CHAR(HIREDATE, ISO), ' '),
                      COALESCE(CHAR(BIRTHDATE, ISO), ' '),
                      COALESCE(EDLEVEL, 0),
                      COALESCE(JOB, ' '),
                      COALESCE(SALARY, 0)
                 FROM DSN8C10.EMP
                ORDER BY WORKDEPT, EMPNO
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM BEGIN-RUN-STATISTICS.

           PERFORM INITIALIZATION.

           PERFORM LOAD-EDLV-TABLE.

           PERFORM LOAD-GRADE-TABLE.

           IF RETURN-CODE NOT = 16
               PERFORM LOAD-DEPT-TABLE
           END-IF.

           IF RETURN-CODE NOT = 16
               MOVE 'C2' TO WS-CURRENT-CURSOR

               EXEC SQL OPEN C2 END-EXEC

               PERFORM FETCH-EMP-ROW UNTIL SQLCODE NOT = 0

               PERFORM CHECK-CURSOR-STATUS

               EXEC SQL CLOSE C2 END-EXEC
           END-IF.

           IF WS-RULE-FAIL-COUNT(1) + WS-RULE-FAIL-COUNT(2)
            + WS-RULE-FAIL-COUNT(3) + WS-RULE-FAIL-COUNT(4)
            + WS-RULE-FAIL-COUNT(5) + WS-RULE-FAIL-COUNT(6) = ZERO
              AND RETURN-CODE NOT = 16
               MOVE 'NO RULE FAILURES' TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
           END-IF.

           PERFORM COPY-HISTORY.

           IF RETURN-CODE NOT = 16
               PERFORM WRITE-TONIGHT-HISTORY
               PERFORM WRITE-OVER-LIMIT-EXCEPTIONS
               PERFORM PRINT-RULE-SCORECARD
               PERFORM PRINT-DEPT-SCORECARD
               PERFORM PRINT-TREND
           ELSE
               MOVE 'DB2 ERROR - SCORES INCOMPLETE, NOT RECORDED'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
           END-IF.

           PERFORM TERMINATION.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           PERFORM READ-PARM-CARD.

           PERFORM RESOLVE-BUSINESS-DATE.

           PERFORM CLEAR-RULE-TALLY
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-MAX.

           PERFORM PRINT-PAGE-HEADERS.

       CLEAR-RULE-TALLY.
           MOVE ZERO TO WS-RULE-FAIL-COUNT(WS-RULE-SUB)
                        WS-RULE-EXCP-COUNT(WS-RULE-SUB)
                        WS-RULE-TREND-TOTAL(WS-RULE-SUB)
                        WS-RULE-TREND-HIGH(WS-RULE-SUB).

      *    THE PARM CARD CAPS HOW MANY FAILURES OF ONE RULE GO TO
      *    EXCPOUT (DEFAULT 50), SO A RULE THAT FAILS WHOLESALE -
      *    A BAD GRADEIN LOAD, SAY - CANNOT FLOOD THE TRIAGE. THE
      *    REST ARE COUNTED IN ONE CLOSING EXCEPTION PER RULE AND
      *    LISTED IN FULL ON THE REPORT.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IN-EXCP-LIMIT NUMERIC
                           MOVE PARM-IN-EXCP-LIMIT TO WS-EXCP-LIMIT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    HISTORY IS STAMPED WITH THE CYCLE BUSINESS DATE, WHICH IS
      *    ALSO THE DATE A HIREDATE MAY NOT BE LATER THAN. ONLY WHEN
      *    NO RUN CONTROL IS AVAILABLE DOES THE SYSTEM DATE STAND IN.
       RESOLVE-BUSINESS-DATE.
           MOVE WS-TODAY-X TO WS-BUSDATE-X.

           OPEN INPUT RUNCTL-FILE.

           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNCTL-RECORD TO WS-RUNCTL-RECORD
                       IF WS-RC-BUSINESS-DATE NOT = SPACES
                           MOVE WS-RC-BUSINESS-DATE(7:4)
                               TO WS-BUSDATE-YYYY
                           MOVE WS-RC-BUSINESS-DATE(1:2)
                               TO WS-BUSDATE-MM
                           MOVE WS-RC-BUSINESS-DATE(4:2)
                               TO WS-BUSDATE-DD
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       LOAD-EDLV-TABLE.
           OPEN INPUT EDLV-FILE.

           IF WS-EDLV-STATUS = '00'
               PERFORM READ-EDLV-RECORD UNTIL WS-EDLV-EOF
                  OR WS-EDLV-COUNT = WS-EDLV-MAX
               IF WS-EDLV-COUNT = WS-EDLV-MAX AND NOT WS-EDLV-EOF
                   MOVE 'EDLVTAB' TO WS-CURRENT-CURSOR
                   MOVE 'EDLV TABLE OVERFLOW - INCREASE WS-EDLV-MAX'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-TABLE-EXCEPTION
               END-IF
               CLOSE EDLV-FILE
           END-IF.

           IF WS-EDLV-COUNT = ZERO
               MOVE 'EDLVTAB' TO WS-CURRENT-CURSOR
               MOVE 'EDLV TABLE MISSING OR EMPTY' TO EXCP-SQLERRM
               PERFORM WRITE-TABLE-EXCEPTION
           END-IF.

       READ-EDLV-RECORD.
           READ EDLV-FILE
               AT END
                   SET WS-EDLV-EOF TO TRUE
           END-READ.

           IF NOT WS-EDLV-EOF
               ADD 1 TO WS-EDLV-COUNT
               MOVE EDLV-IN-LEVEL TO WS-EDLV-LEVEL(WS-EDLV-COUNT)
               MOVE EDLV-IN-LABEL TO WS-EDLV-LABEL(WS-EDLV-COUNT)
           END-IF.

       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-FILE.

           IF WS-GRADE-STATUS = '00'
               PERFORM READ-GRADE-RECORD UNTIL WS-GRADE-EOF
                  OR WS-GRD-COUNT = WS-GRD-MAX
               IF WS-GRD-COUNT = WS-GRD-MAX AND NOT WS-GRADE-EOF
                   MOVE 'GRDTAB' TO WS-CURRENT-CURSOR
                   MOVE 'GRADE TABLE OVERFLOW - INCREASE WS-GRD-MAX'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-TABLE-EXCEPTION
               END-IF
               CLOSE GRADE-FILE
           END-IF.

           IF WS-GRD-COUNT = ZERO
               MOVE 'GRDTAB' TO WS-CURRENT-CURSOR
               MOVE 'GRADE TABLE MISSING OR EMPTY' TO EXCP-SQLERRM
               PERFORM WRITE-TABLE-EXCEPTION
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

      *    RULE 6 IS SCORED AS THE DEPARTMENTS LOAD. A MANAGER WHO
      *    IS NOT ON DSN8C10.EMP AT ALL IS A BROKEN CHAIN, WHICH
      *    DB2IAMCH ALREADY REPORTS, SO IT IS NOT SCORED HERE.
       LOAD-DEPT-TABLE.
           MOVE 'C1' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C1 END-EXEC.

           PERFORM FETCH-DEPT-ROW UNTIL SQLCODE NOT = 0
              OR WS-DPT-COUNT = WS-DPT-MAX.

           IF SQLCODE = 0
               MOVE 'C1' TO WS-CURRENT-CURSOR
               MOVE 'DEPARTMENT TABLE OVERFLOW - INCREASE WS-DPT-MAX'
                   TO EXCP-SQLERRM
               PERFORM WRITE-TABLE-EXCEPTION
           ELSE
               PERFORM CHECK-CURSOR-STATUS
           END-IF.

           EXEC SQL CLOSE C1 END-EXEC.

           COMPUTE WS-DPT-OTHER = WS-DPT-COUNT + 1.
           MOVE SPACES TO WS-DPT-DEPTNO(WS-DPT-OTHER).
           MOVE WS-DPT-OTHER TO WS-DPT-SUB.
           PERFORM CLEAR-DEPT-COUNTS.

       FETCH-DEPT-ROW.
           EXEC SQL
               FETCH C1
                INTO :WS-DEPTNO,
                     :WS-MGRNO,
                     :WS-MGR-WORKDEPT,
                     :WS-MGR-ON-EMP
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-DEPTNO TO WS-DPT-DEPTNO(WS-DPT-COUNT)
               MOVE WS-DPT-COUNT TO WS-DPT-SUB
               PERFORM CLEAR-DEPT-COUNTS
               IF WS-MGRNO NOT = SPACES
                  AND WS-MGR-ON-EMP = 'Y'
                  AND WS-MGR-WORKDEPT NOT = WS-DEPTNO
                   MOVE WS-DEPTNO    TO WS-FAIL-DEPT
                   MOVE WS-MGRNO     TO WS-FAIL-EMPNO
                   MOVE SPACES       TO WS-FAIL-TEXT
                   STRING 'MANAGER OF ' WS-DEPTNO
                          ' HAS WORKDEPT ' WS-MGR-WORKDEPT
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   MOVE 6 TO WS-RULE-SUB
                   PERFORM RECORD-RULE-FAILURE
               END-IF
           END-IF.

       CLEAR-DEPT-COUNTS.
           MOVE ZERO TO WS-DPT-EMP-COUNT(WS-DPT-SUB)
                        WS-DPT-FAIL-COUNT(WS-DPT-SUB).
           PERFORM CLEAR-DEPT-RULE-COUNT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-MAX.

       CLEAR-DEPT-RULE-COUNT.
           MOVE ZERO TO WS-DPT-RULE-COUNT(WS-DPT-SUB, WS-RULE-SUB).

       FETCH-EMP-ROW.
           EXEC SQL
               FETCH C2
                INTO :WS-EMPNO,
                     :WS-WORKDEPT,
                     :WS-PHONENO,
                     :WS-HIREDATE,
                     :WS-BIRTHDATE,
                     :WS-EDLEVEL,
                     :WS-JOB,
                     :WS-SALARY
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               PERFORM SCORE-EMPLOYEE
           END-IF.

       SCORE-EMPLOYEE.
           MOVE WS-WORKDEPT TO WS-SEARCH-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-FOUND-SUB TO WS-DPT-SUB
           ELSE
               MOVE WS-DPT-OTHER TO WS-DPT-SUB
           END-IF.

           ADD 1 TO WS-EMP-COUNT.
           ADD 1 TO WS-DPT-EMP-COUNT(WS-DPT-SUB).
           MOVE 'N'         TO WS-EMP-FAILED-SW.
           MOVE WS-WORKDEPT TO WS-FAIL-DEPT.
           MOVE WS-EMPNO    TO WS-FAIL-EMPNO.

           PERFORM CHECK-HIREDATE.
           PERFORM CHECK-PHONENO.
           PERFORM CHECK-EDLEVEL.
           PERFORM CHECK-JOB.
           PERFORM CHECK-SALARY.

           IF WS-EMP-FAILED
               ADD 1 TO WS-FAIL-EMP-COUNT
               ADD 1 TO WS-DPT-FAIL-COUNT(WS-DPT-SUB)
           END-IF.

      *    A HIREDATE IS WRONG WHEN IT IS MISSING, LATER THAN THE
      *    BUSINESS DATE, OR BEFORE THE EMPLOYEE'S SIXTEENTH
      *    BIRTHDAY. WITH NO BIRTHDATE ONLY THE FIRST TWO APPLY.
       CHECK-HIREDATE.
           MOVE 1      TO WS-RULE-SUB.
           MOVE SPACES TO WS-FAIL-TEXT.

           IF WS-HIREDATE = SPACES
               MOVE 'HIREDATE MISSING' TO WS-FAIL-TEXT
               PERFORM RECORD-RULE-FAILURE
           ELSE
               MOVE WS-HIREDATE TO WS-ISO-DATE
               PERFORM CONVERT-ISO-DATE
               MOVE WS-DATE-8-N TO WS-HIRE-YYYYMMDD
               IF WS-HIRE-YYYYMMDD > WS-BUSDATE-X
                   STRING 'HIRED ' WS-HIREDATE
                          ' - AFTER THE BUSINESS DATE'
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   PERFORM RECORD-RULE-FAILURE
               ELSE
                   IF WS-BIRTHDATE NOT = SPACES
                       MOVE WS-BIRTHDATE TO WS-ISO-DATE
                       PERFORM CONVERT-ISO-DATE
                       MOVE WS-DATE-8-N TO WS-BIRTH-YYYYMMDD
                       COMPUTE WS-AGE16-YYYYMMDD =
                           WS-BIRTH-YYYYMMDD + 160000
                       IF WS-HIRE-YYYYMMDD < WS-AGE16-YYYYMMDD
                           STRING 'HIRED ' WS-HIREDATE
                                  ' BEFORE AGE 16 - BORN '
                                  WS-BIRTHDATE
                               DELIMITED BY SIZE INTO WS-FAIL-TEXT
                           PERFORM RECORD-RULE-FAILURE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONVERT-ISO-DATE.
           MOVE WS-ISO-YYYY TO WS-DATE-8-YYYY.
           MOVE WS-ISO-MM   TO WS-DATE-8-MM.
           MOVE WS-ISO-DD   TO WS-DATE-8-DD.

       CHECK-PHONENO.
           MOVE 2      TO WS-RULE-SUB.
           MOVE SPACES TO WS-FAIL-TEXT.

           EVALUATE TRUE
               WHEN WS-PHONENO = SPACES
                   MOVE 'PHONENO BLANK' TO WS-FAIL-TEXT
                   PERFORM RECORD-RULE-FAILURE
               WHEN WS-PHONENO NOT NUMERIC
                   STRING 'PHONENO ' WS-PHONENO ' NOT NUMERIC'
                       DELIMITED BY SIZE INTO WS-FAIL-TEXT
                   PERFORM RECORD-RULE-FAILURE
           END-EVALUATE.

       CHECK-EDLEVEL.
           MOVE 'N' TO WS-EDLV-FOUND-SW.
           PERFORM TEST-EDLV-ENTRY
               VARYING WS-EDLV-IDX FROM 1 BY 1
                 UNTIL WS-EDLV-IDX > WS-EDLV-COUNT
                    OR WS-EDLV-FOUND.

           IF NOT WS-EDLV-FOUND
               MOVE 3          TO WS-RULE-SUB
               MOVE SPACES     TO WS-FAIL-TEXT
               MOVE WS-EDLEVEL TO WS-EDLEVEL-ED
               STRING 'EDLEVEL ' WS-EDLEVEL-ED ' NOT ON EDLVIN'
                   DELIMITED BY SIZE INTO WS-FAIL-TEXT
               PERFORM RECORD-RULE-FAILURE
           END-IF.

       TEST-EDLV-ENTRY.
           IF WS-EDLEVEL = WS-EDLV-LEVEL(WS-EDLV-IDX)
               SET WS-EDLV-FOUND TO TRUE
           END-IF.

       CHECK-JOB.
           MOVE 'N' TO WS-GRD-FOUND-SW.
           PERFORM TEST-GRADE-ENTRY
               VARYING WS-GRD-IDX FROM 1 BY 1
                 UNTIL WS-GRD-IDX > WS-GRD-COUNT
                    OR WS-GRD-FOUND.

           IF NOT WS-GRD-FOUND
               MOVE 4      TO WS-RULE-SUB
               MOVE SPACES TO WS-FAIL-TEXT
               STRING 'JOB '            DELIMITED BY SIZE
                      WS-JOB            DELIMITED BY SPACE
                      ' NOT ON GRADEIN' DELIMITED BY SIZE
                   INTO WS-FAIL-TEXT
               PERFORM RECORD-RULE-FAILURE
           END-IF.

       TEST-GRADE-ENTRY.
           IF WS-JOB = WS-GRD-JOB(WS-GRD-IDX)
               SET WS-GRD-FOUND TO TRUE
           END-IF.

      *    A TERMINATED EMPLOYEE LEAVES DSN8C10.EMP FOR THE TERMEMP
      *    MASTER, SO EVERY ROW SCORED HERE IS AN ACTIVE EMPLOYEE.
       CHECK-SALARY.
           IF WS-SALARY = ZERO
               MOVE 5      TO WS-RULE-SUB
               MOVE SPACES TO WS-FAIL-TEXT
               MOVE 'SALARY IS ZERO' TO WS-FAIL-TEXT
               PERFORM RECORD-RULE-FAILURE
           END-IF.

      *    EVERY FAILURE IS COUNTED AGAINST ITS RULE AND DEPARTMENT
      *    AND LISTED ON THE REPORT; THE FIRST WS-EXCP-LIMIT OF
      *    EACH RULE ALSO GO TO EXCPOUT FOR THE NIGHTLY TRIAGE.
       RECORD-RULE-FAILURE.
           MOVE 'Y' TO WS-EMP-FAILED-SW.
           ADD 1 TO WS-RULE-FAIL-COUNT(WS-RULE-SUB).
           ADD 1 TO WS-DPT-RULE-COUNT(WS-DPT-SUB, WS-RULE-SUB).

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE WS-FAIL-DEPT              TO WS-FL-DEPT.
           MOVE WS-FAIL-EMPNO             TO WS-FL-EMPNO.
           MOVE WS-RULE-CODE(WS-RULE-SUB) TO WS-FL-RULE.
           MOVE WS-FAIL-TEXT              TO WS-FL-TEXT.
           WRITE RPT-DETAIL-LINE FROM WS-FAILURE-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-RULE-EXCP-COUNT(WS-RULE-SUB) < WS-EXCP-LIMIT
               ADD 1 TO WS-RULE-EXCP-COUNT(WS-RULE-SUB)
               MOVE WS-RULE-CODE(WS-RULE-SUB) TO WS-CURRENT-CURSOR
               MOVE ZERO   TO EXCP-SQLCODE
               MOVE SPACES TO EXCP-SQLSTATE
               MOVE SPACES TO EXCP-SQLERRM
               STRING 'EMPNO ' WS-FAIL-EMPNO
                      ' DEPT ' WS-FAIL-DEPT ' '
                      WS-FAIL-TEXT
                   DELIMITED BY SIZE INTO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

       FIND-DEPT-ENTRY.
           MOVE ZERO         TO WS-FOUND-SUB.
           MOVE 1            TO WS-DPT-LOW.
           MOVE WS-DPT-COUNT TO WS-DPT-HIGH.

           PERFORM PROBE-DEPT-ENTRY
               UNTIL WS-FOUND-SUB > ZERO
                  OR WS-DPT-LOW > WS-DPT-HIGH.

       PROBE-DEPT-ENTRY.
           COMPUTE WS-DPT-MID = (WS-DPT-LOW + WS-DPT-HIGH) / 2.

           EVALUATE TRUE
               WHEN WS-DPT-DEPTNO(WS-DPT-MID) = WS-SEARCH-DEPT
                   MOVE WS-DPT-MID TO WS-FOUND-SUB
               WHEN WS-DPT-DEPTNO(WS-DPT-MID) < WS-SEARCH-DEPT
                   COMPUTE WS-DPT-LOW = WS-DPT-MID + 1
               WHEN OTHER
                   COMPUTE WS-DPT-HIGH = WS-DPT-MID - 1
           END-EVALUATE.

      *    THE HISTORY IS COPIED FORWARD WHOLE EVEN WHEN THE STEP
      *    FAILS, SO A BAD NIGHT NEVER LOSES THE EARLIER CYCLES.
       COPY-HISTORY.
           OPEN INPUT HISTIN-FILE.
           OPEN OUTPUT HISTOUT-FILE.

           IF WS-HISTIN-STATUS = '00'
               PERFORM READ-HISTIN-RECORD
               PERFORM COPY-HISTORY-RECORD UNTIL WS-HISTIN-EOF
               CLOSE HISTIN-FILE
           END-IF.

       READ-HISTIN-RECORD.
           READ HISTIN-FILE
               AT END
                   SET WS-HISTIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

       COPY-HISTORY-RECORD.
           WRITE DQHIST-RECORD FROM HISTIN-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

           PERFORM ADD-TO-RING.
           MOVE HISTIN-RECORD TO WS-RING-RECORD(WS-RING-POS).
           MOVE HIN-RUN-DATE  TO WS-LAST-HIST-DATE.

           IF HIN-RUN-DATE < WS-BUSDATE-X
               MOVE HISTIN-RECORD TO WS-PRV-RECORD
               SET WS-PRIOR-FOUND TO TRUE
           END-IF.

           PERFORM READ-HISTIN-RECORD.

       ADD-TO-RING.
           ADD 1 TO WS-RING-N.
           MOVE WS-RING-N TO WS-RING-K.
           PERFORM SET-RING-POSITION.

       SET-RING-POSITION.
           DIVIDE WS-RING-K BY WS-RING-MAX GIVING WS-RING-QUOT
               REMAINDER WS-RING-POS.
           IF WS-RING-POS = ZERO
               MOVE WS-RING-MAX TO WS-RING-POS
           END-IF.

      *    A RERUN OF THE SAME BUSINESS DATE FINDS TONIGHT ALREADY
      *    RECORDED AND LEAVES THE FIRST RUN'S COUNTS IN PLACE, AS
      *    THE HEADCOUNT HISTORY DOES.
       WRITE-TONIGHT-HISTORY.
           IF WS-LAST-HIST-DATE = WS-BUSDATE-X
               DISPLAY 'DB2EMPDQ - ' WS-BUSDATE-X
                       ' ALREADY RECORDED - NOT RE-APPENDED'
           ELSE
               MOVE SPACES            TO DQHIST-RECORD
               MOVE WS-BUSDATE-X      TO DQH-RUN-DATE
               MOVE WS-EMP-COUNT      TO DQH-EMP-COUNT
               MOVE WS-FAIL-EMP-COUNT TO DQH-FAIL-EMP-COUNT
               PERFORM MOVE-RULE-TO-HISTORY
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               WRITE DQHIST-RECORD
               ADD 1 TO STATP-ROWS-WRITTEN
               PERFORM ADD-TO-RING
               MOVE DQHIST-RECORD TO WS-RING-RECORD(WS-RING-POS)
           END-IF.

       MOVE-RULE-TO-HISTORY.
           MOVE WS-RULE-FAIL-COUNT(WS-RULE-SUB)
               TO DQH-RULE-COUNT(WS-RULE-SUB).

       WRITE-OVER-LIMIT-EXCEPTIONS.
           PERFORM WRITE-OVER-LIMIT-RECORD
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-MAX.

       WRITE-OVER-LIMIT-RECORD.
           IF WS-RULE-FAIL-COUNT(WS-RULE-SUB) >
              WS-RULE-EXCP-COUNT(WS-RULE-SUB)
               COMPUTE WS-OVER-LIMIT =
                   WS-RULE-FAIL-COUNT(WS-RULE-SUB)
                 - WS-RULE-EXCP-COUNT(WS-RULE-SUB)
               MOVE WS-OVER-LIMIT TO WS-OVER-LIMIT-ED
               MOVE WS-RULE-CODE(WS-RULE-SUB) TO WS-CURRENT-CURSOR
               MOVE ZERO   TO EXCP-SQLCODE
               MOVE SPACES TO EXCP-SQLSTATE
               MOVE SPACES TO EXCP-SQLERRM
               STRING WS-OVER-LIMIT-ED
                      ' MORE FAILURES NOT LISTED - SEE DB2EMPDQ REPORT'
                   DELIMITED BY SIZE INTO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      *    TONIGHT AGAINST THE PRIOR CYCLE AND THE LAST 30 CYCLES.
      *    A RULE FAILING MORE OFTEN THAN LAST CYCLE ENDS THE STEP
      *    RC=4 SO THE GLANCE PAGE SHOWS DATA GETTING WORSE.
       PRINT-RULE-SCORECARD.
           MOVE 'R' TO WS-REPORT-SECTION.
           PERFORM PRINT-PAGE-HEADERS.

           IF WS-RING-N > WS-RING-MAX
               MOVE WS-RING-MAX TO WS-RING-USED
           ELSE
               MOVE WS-RING-N   TO WS-RING-USED
           END-IF.
           COMPUTE WS-RING-FIRST = WS-RING-N - WS-RING-USED + 1.

           PERFORM ACCUMULATE-TREND
               VARYING WS-RING-K FROM WS-RING-FIRST BY 1
               UNTIL WS-RING-K > WS-RING-N.

           PERFORM PRINT-RULE-LINE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-MAX.

           IF WS-WORSE-COUNT > ZERO
               MOVE SPACES TO RPT-BLANK-LINE
               WRITE RPT-BLANK-LINE
               MOVE 'ONE OR MORE RULES FAILING MORE THAN LAST CYCLE'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       ACCUMULATE-TREND.
           PERFORM SET-RING-POSITION.
           MOVE WS-RING-RECORD(WS-RING-POS) TO WS-TRD-RECORD.
           PERFORM ACCUMULATE-RULE-TREND
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-MAX.

       ACCUMULATE-RULE-TREND.
           ADD WS-TRD-RULE-COUNT(WS-RULE-SUB)
               TO WS-RULE-TREND-TOTAL(WS-RULE-SUB).
           IF WS-TRD-RULE-COUNT(WS-RULE-SUB) >
              WS-RULE-TREND-HIGH(WS-RULE-SUB)
               MOVE WS-TRD-RULE-COUNT(WS-RULE-SUB)
                   TO WS-RULE-TREND-HIGH(WS-RULE-SUB)
           END-IF.

       PRINT-RULE-LINE.
           MOVE SPACES                    TO WS-RL-PRIOR
                                             WS-RL-CHANGE
                                             WS-RL-NOTE.
           MOVE WS-RULE-CODE(WS-RULE-SUB) TO WS-RL-CODE.
           MOVE WS-RULE-DESC(WS-RULE-SUB) TO WS-RL-DESC.
           MOVE WS-RULE-FAIL-COUNT(WS-RULE-SUB) TO WS-RL-TONIGHT.

           IF WS-PRIOR-FOUND
               MOVE WS-PRV-RULE-COUNT(WS-RULE-SUB) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-RL-PRIOR
               COMPUTE WS-CHANGE = WS-RULE-FAIL-COUNT(WS-RULE-SUB)
                                 - WS-PRV-RULE-COUNT(WS-RULE-SUB)
               MOVE WS-CHANGE      TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO WS-RL-CHANGE
               IF WS-CHANGE > ZERO
                   MOVE '*WORSE*' TO WS-RL-NOTE
                   ADD 1 TO WS-WORSE-COUNT
               END-IF
           END-IF.

           IF WS-RING-USED > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-RULE-TREND-TOTAL(WS-RULE-SUB) / WS-RING-USED
           ELSE
               MOVE ZERO TO WS-AVERAGE
           END-IF.
           MOVE WS-AVERAGE TO WS-RL-AVERAGE.
           MOVE WS-RULE-TREND-HIGH(WS-RULE-SUB) TO WS-RL-HIGH.

           WRITE RPT-DETAIL-LINE FROM WS-RULE-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-DEPT-SCORECARD.
           MOVE 'D' TO WS-REPORT-SECTION.
           PERFORM PRINT-PAGE-HEADERS.

           PERFORM PRINT-DEPT-LINE
               VARYING WS-DPT-SUB FROM 1 BY 1
               UNTIL WS-DPT-SUB > WS-DPT-OTHER.

           IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES            TO WS-COUNT-LINE-LAYOUT.
           MOVE 'TOTAL'           TO WS-CT-LABEL.
           MOVE WS-EMP-COUNT      TO WS-CT-SCORED.
           MOVE WS-FAIL-EMP-COUNT TO WS-CT-FAILING.
           PERFORM MOVE-TONIGHT-RULE-COUNT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-MAX.
           WRITE RPT-DETAIL-LINE FROM WS-COUNT-LINE-LAYOUT.
           ADD 2 TO WS-LINE-COUNT.

       MOVE-TONIGHT-RULE-COUNT.
           MOVE WS-RULE-FAIL-COUNT(WS-RULE-SUB)
               TO WS-CT-RULE(WS-RULE-SUB).

      *    THE LAST ENTRY HOLDS EMPLOYEES WITH NO USABLE WORKDEPT;
      *    IT IS PRINTED ONLY WHEN THERE ARE ANY.
       PRINT-DEPT-LINE.
           IF WS-DPT-SUB < WS-DPT-OTHER
              OR WS-DPT-EMP-COUNT(WS-DPT-SUB) > ZERO
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADERS
               END-IF
               MOVE SPACES TO WS-COUNT-LINE-LAYOUT
               IF WS-DPT-SUB < WS-DPT-OTHER
                   MOVE WS-DPT-DEPTNO(WS-DPT-SUB) TO WS-CT-LABEL
               ELSE
                   MOVE 'NO DEPT' TO WS-CT-LABEL
               END-IF
               MOVE WS-DPT-EMP-COUNT(WS-DPT-SUB)  TO WS-CT-SCORED
               MOVE WS-DPT-FAIL-COUNT(WS-DPT-SUB) TO WS-CT-FAILING
               PERFORM MOVE-DEPT-RULE-COUNT
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-MAX
               WRITE RPT-DETAIL-LINE FROM WS-COUNT-LINE-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       MOVE-DEPT-RULE-COUNT.
           MOVE WS-DPT-RULE-COUNT(WS-DPT-SUB, WS-RULE-SUB)
               TO WS-CT-RULE(WS-RULE-SUB).

      *    THE LAST 30 CYCLES, OLDEST FIRST, ENDING WITH TONIGHT.
       PRINT-TREND.
           MOVE 'T' TO WS-REPORT-SECTION.
           PERFORM PRINT-PAGE-HEADERS.

           PERFORM PRINT-TREND-LINE
               VARYING WS-RING-K FROM WS-RING-FIRST BY 1
               UNTIL WS-RING-K > WS-RING-N.

       PRINT-TREND-LINE.
           PERFORM SET-RING-POSITION.
           MOVE WS-RING-RECORD(WS-RING-POS) TO WS-TRD-RECORD.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO WS-COUNT-LINE-LAYOUT.
           MOVE WS-TRD-RUN-DATE TO WS-DATE-8-N.
           STRING WS-DATE-8-MM '/' WS-DATE-8-DD '/' WS-DATE-8-YYYY
               DELIMITED BY SIZE INTO WS-CT-LABEL.
           MOVE WS-TRD-EMP-COUNT      TO WS-CT-SCORED.
           MOVE WS-TRD-FAIL-EMP-COUNT TO WS-CT-FAILING.
           PERFORM MOVE-TREND-RULE-COUNT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-MAX.
           WRITE RPT-DETAIL-LINE FROM WS-COUNT-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       MOVE-TREND-RULE-COUNT.
           MOVE WS-TRD-RULE-COUNT(WS-RULE-SUB)
               TO WS-CT-RULE(WS-RULE-SUB).

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

           MOVE SPACES TO WS-SC-BUSDATE.
           STRING WS-BUSDATE-MM '/' WS-BUSDATE-DD '/' WS-BUSDATE-YYYY
               DELIMITED BY SIZE INTO WS-SC-BUSDATE.

           EVALUATE TRUE
               WHEN WS-FAILURE-SECTION
                   MOVE 'RULE FAILURES FOR BUSINESS DATE'
                       TO WS-SC-TITLE
                   MOVE WS-FAILURE-HEADING-LAYOUT
                       TO WS-HEADING-2-HOLD
               WHEN WS-RULE-SECTION
                   MOVE 'SCORECARD BY RULE FOR BUSINESS DATE'
                       TO WS-SC-TITLE
                   MOVE WS-RULE-HEADING-LAYOUT
                       TO WS-HEADING-2-HOLD
               WHEN WS-DEPT-SECTION
                   MOVE 'SCORECARD BY DEPARTMENT FOR BUSINESS DATE'
                       TO WS-SC-TITLE
                   MOVE WS-DEPT-HEADING-LAYOUT
                       TO WS-HEADING-2-HOLD
               WHEN OTHER
                   MOVE 'FAILURES BY RULE - LAST 30 CYCLES TO'
                       TO WS-SC-TITLE
                   MOVE WS-TREND-HEADING-LAYOUT
                       TO WS-HEADING-2-HOLD
           END-EVALUATE.

           WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               AFTER ADVANCING 2 LINES.
           WRITE RPT-HEADING-2 FROM WS-HEADING-2-HOLD
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-TABLE-EXCEPTION.
           MOVE ZERO   TO EXCP-SQLCODE.
           MOVE SPACES TO EXCP-SQLSTATE.
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
           MOVE 'DB2EMPDQ'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       TERMINATION.
           CLOSE HISTOUT-FILE.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

           DISPLAY 'DB2EMPDQ - EMPLOYEES SCORED = ' WS-EMP-COUNT
                   ' FAILING = ' WS-FAIL-EMP-COUNT.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2EMPDQ' TO STATP-PROGRAM.
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
