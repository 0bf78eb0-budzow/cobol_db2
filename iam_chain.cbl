       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2IAMCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PRIO-FILE ASSIGN TO IAMPRIOR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRIO-STATUS.

           SELECT PRV2-FILE ASSIGN TO IAMPRV2
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRV2-STATUS.

           SELECT CHAIN-FILE ASSIGN TO CHAINOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DELTA-FILE ASSIGN TO DELTAOUT
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

       FD  PRIO-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY IAMCHN REPLACING LEADING ==IAM== BY ==PRIO==.

       FD  PRV2-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY IAMCHN REPLACING LEADING ==IAM== BY ==PRV2==.

       FD  CHAIN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY IAMCHN.

       FD  DELTA-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY IAMDLT.

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
       01  WS-DEPTNO         PIC X(03).
       01  WS-MGRNO          PIC X(06).
       01  WS-ADMRDEPT       PIC X(03).
       01  WS-MGR-EMP-COUNT  PIC S9(04) COMP.

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-RUNCTL-STATUS            PIC X(02).
           05  WS-PRIO-STATUS              PIC X(02).
           05  WS-PRV2-STATUS              PIC X(02).
           05  WS-RUNCTL-FOUND-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUNCTL-FOUND                     VALUE 'Y'.
           05  WS-PRIOR-SOURCE-SW          PIC X(01)  VALUE '0'.
               88  WS-PRIOR-IS-PRV2                    VALUE '2'.
           05  WS-PRIOR-OPEN-SW            PIC X(01)  VALUE 'N'.
               88  WS-PRIOR-OPEN                       VALUE 'Y'.
           05  WS-PRIOR-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-PRIOR-EOF                        VALUE 'Y'.
           05  WS-PRIOR-HEADER-SW          PIC X(01)  VALUE 'N'.
               88  WS-PRIOR-HEADER-SEEN                VALUE 'Y'.
           05  WS-PRIOR-DATE               PIC X(10)  VALUE SPACES.
           05  WS-PRIOR-DETAIL-COUNT       PIC S9(07) COMP VALUE ZERO.
           05  WS-PRIOR-TRAILER-COUNT      PIC S9(07) COMP VALUE -1.
           05  WS-WALK-DONE-SW             PIC X(01).
               88  WS-WALK-DONE                        VALUE 'Y'.
           05  WS-VACANT-SW                PIC X(01).
               88  WS-VACANT-LEVEL                     VALUE 'Y'.
           05  WS-LOOP-FOUND-SW            PIC X(01).
               88  WS-LOOP-FOUND                       VALUE 'Y'.
           05  WS-SEARCH-DEPT              PIC X(03).
           05  WS-FOUND-SUB                PIC S9(04) COMP.
           05  WS-LEVEL-SUB                PIC S9(04) COMP.
           05  WS-CHECK-SUB                PIC S9(04) COMP.
           05  WS-BREAK-DEPT               PIC X(03).
           05  WS-BREAK-REASON             PIC X(40).
           05  WS-DELTA-ACTION             PIC X(01).
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-EMP-COUNT                PIC 9(07)  VALUE ZERO.
           05  WS-COMPLETE-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-TOP-COUNT                PIC 9(07)  VALUE ZERO.
           05  WS-VACANT-COUNT             PIC 9(07)  VALUE ZERO.
           05  WS-BROKEN-COUNT             PIC 9(07)  VALUE ZERO.
           05  WS-LOOP-COUNT               PIC 9(07)  VALUE ZERO.
           05  WS-ADD-COUNT                PIC 9(07)  VALUE ZERO.
           05  WS-MGR-COUNT                PIC 9(07)  VALUE ZERO.
           05  WS-HIER-COUNT               PIC 9(07)  VALUE ZERO.
           05  WS-DEL-COUNT                PIC 9(07)  VALUE ZERO.

           COPY RUNCTL REPLACING LEADING ==RUNCTL== BY ==WS-RUNCTL==
                                 LEADING ==RC==     BY ==WS-RC==.

           COPY STATPARM.

      *    TONIGHT'S DETAIL IS BUILT HERE AND KEPT AFTER IT IS
      *    WRITTEN SO IT CAN BE COMPARED WITH THE PRIOR GENERATION;
      *    THE PRIOR DETAIL IS READ INTO ITS OWN COPY SO EITHER
      *    PRIOR GENERATION CAN FEED THE COMPARE.
           COPY IAMCHN REPLACING LEADING ==IAM== BY ==WS-CUR==.

           COPY IAMCHN REPLACING LEADING ==IAM== BY ==WS-PRI==.

      *    EVERY DSN8C10.DEPT ROW, IN DEPTNO ORDER FROM THE CURSOR,
      *    WITH A COUNT OF DSN8C10.EMP ROWS CARRYING ITS MGRNO SO A
      *    MANAGER WHO IS NO LONGER AN EMPLOYEE BREAKS THE CHAIN.
       01  WS-DPT-AREA.
           05  WS-DPT-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-DPT-MAX                  PIC S9(04) COMP VALUE 500.
           05  WS-DPT-LOW                  PIC S9(04) COMP.
           05  WS-DPT-HIGH                 PIC S9(04) COMP.
           05  WS-DPT-MID                  PIC S9(04) COMP.
           05  WS-DPT-ENTRY OCCURS 500 TIMES.
               10  WS-DPT-DEPTNO           PIC X(03).
               10  WS-DPT-MGRNO            PIC X(06).
               10  WS-DPT-ADMRDEPT         PIC X(03).
               10  WS-DPT-MGR-ON-EMP       PIC S9(04) COMP.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).
       01  WS-STAMP-DATE                   PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2IAMCH'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'IAM REPORTING-CHAIN EXTRACT'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.
       01  WS-HEADING-2-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'EMPNO'.
           05  FILLER                      PIC X(10)  VALUE 'WORKDEPT'.
           05  FILLER                      PIC X(08)  VALUE 'STATUS'.
           05  FILLER                      PIC X(09)  VALUE 'AT DEPT'.
           05  FILLER                      PIC X(42)  VALUE 'REASON'.
           05  FILLER                      PIC X(51)  VALUE SPACES.

       01  WS-DETAIL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DT-EMPNO                 PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-WORKDEPT              PIC X(03).
           05  FILLER                      PIC X(07)  VALUE SPACES.
           05  WS-DT-STATUS                PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-BREAK-DEPT            PIC X(03).
           05  FILLER                      PIC X(06)  VALUE SPACES.
           05  WS-DT-REASON                PIC X(40).
           05  FILLER                      PIC X(53)  VALUE SPACES.

       01  WS-SUMMARY-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-SM-LABEL                 PIC X(40).
           05  WS-SM-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-SM-TEXT                  PIC X(30).
           05  FILLER                      PIC X(46)  VALUE SPACES.

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT D.DEPTNO,
                      COALESCE(D.MGRNO, ' '),
                      D.ADMRDEPT,
                      (SELECT COUNT(*)
                         FROM DSN8C10.EMP E
                        WHERE E.EMPNO = D.MGRNO)
                 FROM DSN8C10.DEPT D
                ORDER BY D.DEPTNO
           END-EXEC.

           EXEC SQL DECLARE C2 CURSOR FOR
               SELECT EMPNO,
                      COALESCE(WORKDEPT, ' ')
                 FROM DSN8C10.EMP
                ORDER BY EMPNO
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM BEGIN-RUN-STATISTICS.

           PERFORM INITIALIZATION.

           PERFORM LOAD-DEPT-TABLE.

           IF RETURN-CODE NOT = 16
               PERFORM READ-PRIOR-DETAIL

               MOVE 'C2' TO WS-CURRENT-CURSOR

               EXEC SQL OPEN C2 END-EXEC

               PERFORM FETCH-EMP-ROW UNTIL SQLCODE NOT = 0

               PERFORM CHECK-CURSOR-STATUS

               EXEC SQL CLOSE C2 END-EXEC

               IF RETURN-CODE NOT = 16
                   PERFORM WRITE-PRIOR-DELETES UNTIL WS-PRIOR-EOF
                   PERFORM WRITE-CHAIN-TRAILER
                   PERFORM WRITE-DELTA-TRAILER
                   PERFORM VERIFY-PRIOR-HANDSHAKE
               END-IF

               PERFORM PRINT-SUMMARY
           END-IF.

           PERFORM TERMINATION.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       INITIALIZATION.
           PERFORM CHECK-RUN-CONTROL.

           OPEN OUTPUT CHAIN-FILE.
           OPEN OUTPUT DELTA-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

      *    THE EXTRACT IS STAMPED WITH THE CYCLE BUSINESS DATE SO A
      *    LATE OR RERUN CYCLE IS STILL RECOGNISED AS THAT NIGHT.
           IF WS-RUNCTL-FOUND
              AND WS-RC-BUSINESS-DATE NOT = SPACES
               MOVE WS-RC-BUSINESS-DATE TO WS-STAMP-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-STAMP-DATE
           END-IF.

           PERFORM PRINT-PAGE-HEADERS.

      *    BOTH HEADERS ARE WRITTEN BEFORE ANY DB2 WORK. A RUN THAT
      *    FAILS LATER STILL CATALOGS ITS GENERATIONS, BUT WITH A
      *    HEADER AND NO TRAILER - NEVER EMPTY, WHICH WOULD READ AS
      *    THE FIRST CYCLE - SO THE NEXT NIGHT FAILS THE HANDSHAKE
      *    INSTEAD OF SENDING EVERY EMPLOYEE TO IAM AS AN ADD. A
      *    RERUN FOR THE SAME DATE STEPS PAST IT TO THE TRUE PRIOR.
           PERFORM OPEN-PRIOR-GENERATION.
           PERFORM WRITE-CHAIN-HEADER.
           PERFORM WRITE-DELTA-HEADER.

       CHECK-RUN-CONTROL.
           MOVE SPACES TO WS-RUNCTL-RECORD.
           OPEN INPUT RUNCTL-FILE.

           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNCTL-RECORD TO WS-RUNCTL-RECORD
                       MOVE 'Y' TO WS-RUNCTL-FOUND-SW
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       LOAD-DEPT-TABLE.
           MOVE 'C1' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C1 END-EXEC.

           PERFORM FETCH-DEPT-ROW UNTIL SQLCODE NOT = 0
              OR WS-DPT-COUNT = WS-DPT-MAX.

           IF SQLCODE = 0
               PERFORM WRITE-DEPT-OVERFLOW-EXCEPTION
           ELSE
               PERFORM CHECK-CURSOR-STATUS
           END-IF.

           EXEC SQL CLOSE C1 END-EXEC.

       FETCH-DEPT-ROW.
           EXEC SQL
               FETCH C1
                INTO :WS-DEPTNO,
                     :WS-MGRNO,
                     :WS-ADMRDEPT,
                     :WS-MGR-EMP-COUNT
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               ADD 1 TO WS-DPT-COUNT
               MOVE WS-DEPTNO   TO WS-DPT-DEPTNO(WS-DPT-COUNT)
               MOVE WS-MGRNO    TO WS-DPT-MGRNO(WS-DPT-COUNT)
               MOVE WS-ADMRDEPT TO WS-DPT-ADMRDEPT(WS-DPT-COUNT)
               MOVE WS-MGR-EMP-COUNT
                   TO WS-DPT-MGR-ON-EMP(WS-DPT-COUNT)
           END-IF.

      *    ON A RERUN FOR A BUSINESS DATE THIS STEP ALREADY
      *    COMPLETED, THE (0) GENERATION IS TONIGHT'S OWN EXTRACT -
      *    THE TRUE PRIOR NIGHT IS ONE GENERATION FURTHER BACK, SO
      *    THE RERUN CUTS THE SAME CHANGES AS THE FIRST RUN DID.
      *    AN EMPTY (0) IS THE FIRST CYCLE: EVERYONE IS AN ADD.
       OPEN-PRIOR-GENERATION.
           OPEN INPUT PRIO-FILE.

           IF WS-PRIO-STATUS = '00'
               MOVE 'Y' TO WS-PRIOR-OPEN-SW
               PERFORM READ-PRIOR-RECORD
               IF NOT WS-PRIOR-EOF
                  AND WS-PRI-REC-HEADER
                  AND WS-PRI-HD-BUSINESS-DATE = WS-STAMP-DATE
                   CLOSE PRIO-FILE
                   MOVE 'N' TO WS-PRIOR-HEADER-SW
                   MOVE SPACES TO WS-PRIOR-DATE
                   MOVE '2' TO WS-PRIOR-SOURCE-SW
                   DISPLAY 'DB2IAMCH - (0) GENERATION IS ALREADY '
                           WS-STAMP-DATE
                           ' - COMPARING AGAINST THE OLDER GENERATION'
                   OPEN INPUT PRV2-FILE
                   IF WS-PRV2-STATUS = '00'
                       PERFORM READ-PRIOR-RECORD
                   ELSE
                       MOVE 'N' TO WS-PRIOR-OPEN-SW
                       SET WS-PRIOR-EOF TO TRUE
                   END-IF
               END-IF
           ELSE
               SET WS-PRIOR-EOF TO TRUE
           END-IF.

           IF WS-PRIOR-EOF
               MOVE HIGH-VALUES TO WS-PRI-DT-EMPNO
           END-IF.

       READ-PRIOR-RECORD.
           IF WS-PRIOR-IS-PRV2
               READ PRV2-FILE INTO WS-PRI-RECORD
                   AT END
                       SET WS-PRIOR-EOF TO TRUE
               END-READ
           ELSE
               READ PRIO-FILE INTO WS-PRI-RECORD
                   AT END
                       SET WS-PRIOR-EOF TO TRUE
               END-READ
           END-IF.

           IF NOT WS-PRIOR-EOF
               ADD 1 TO STATP-ROWS-FETCHED
               EVALUATE TRUE
                   WHEN WS-PRI-REC-HEADER
                       SET WS-PRIOR-HEADER-SEEN TO TRUE
                       MOVE WS-PRI-HD-BUSINESS-DATE TO WS-PRIOR-DATE
                   WHEN WS-PRI-REC-DETAIL
                       ADD 1 TO WS-PRIOR-DETAIL-COUNT
                   WHEN WS-PRI-REC-TRAILER
                       MOVE WS-PRI-TR-RECORD-COUNT
                           TO WS-PRIOR-TRAILER-COUNT
                       SET WS-PRIOR-EOF TO TRUE
               END-EVALUATE
           END-IF.

       READ-PRIOR-DETAIL.
           IF NOT WS-PRIOR-EOF
               MOVE SPACES TO WS-PRI-REC-TYPE
               PERFORM READ-PRIOR-RECORD
                   UNTIL WS-PRIOR-EOF OR WS-PRI-REC-DETAIL
           END-IF.

           IF WS-PRIOR-EOF
               MOVE HIGH-VALUES TO WS-PRI-DT-EMPNO
           END-IF.

       FETCH-EMP-ROW.
           EXEC SQL
               FETCH C2
                INTO :WS-EMPNO,
                     :WS-WORKDEPT
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO STATP-ROWS-FETCHED
               PERFORM BUILD-CHAIN
               PERFORM WRITE-CHAIN-DETAIL
               PERFORM COMPARE-WITH-PRIOR
           END-IF.

      *    WALK FROM THE EMPLOYEE'S WORKDEPT UP THE ADMRDEPT CHAIN
      *    TO THE TOP DEPARTMENT (THE ONE THAT IS ITS OWN ADMRDEPT),
      *    RECORDING EACH DEPARTMENT AND ITS MANAGER. THE FIRST
      *    MANAGER ON THE WAY UP WHO IS NOT THE EMPLOYEE IS THE
      *    DIRECT MANAGER. A DEPARTMENT SEEN TWICE IS A LOOP AND
      *    ENDS THE WALK, AS DOES ANY BREAK IN THE CHAIN, SO A BAD
      *    ADMRDEPT CAN NEVER HOLD THE STEP IN AN ENDLESS LOOP.
       BUILD-CHAIN.
           MOVE SPACES       TO WS-CUR-DETAIL-RECORD.
           SET WS-CUR-REC-DETAIL TO TRUE.
           MOVE WS-EMPNO     TO WS-CUR-DT-EMPNO.
           MOVE WS-WORKDEPT  TO WS-CUR-DT-WORKDEPT.
           MOVE ZERO         TO WS-CUR-DT-LEVEL-COUNT.
           SET WS-CUR-CHAIN-COMPLETE TO TRUE.
           MOVE SPACES       TO WS-BREAK-DEPT.
           MOVE SPACES       TO WS-BREAK-REASON.
           MOVE 'N'          TO WS-VACANT-SW.
           MOVE 'N'          TO WS-WALK-DONE-SW.

           IF WS-WORKDEPT = SPACES
               SET WS-CUR-CHAIN-BROKEN TO TRUE
               MOVE 'NO WORKDEPT' TO WS-BREAK-REASON
           ELSE
               MOVE WS-WORKDEPT TO WS-SEARCH-DEPT
               PERFORM WALK-CHAIN-LEVEL UNTIL WS-WALK-DONE
           END-IF.

           IF WS-CUR-CHAIN-COMPLETE
               IF WS-CUR-DT-DIRECT-MGR = SPACES
                  AND NOT WS-VACANT-LEVEL
                   SET WS-CUR-CHAIN-TOP TO TRUE
               END-IF
               IF WS-VACANT-LEVEL
                   SET WS-CUR-CHAIN-VACANT TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-CUR-CHAIN-COMPLETE
                   ADD 1 TO WS-COMPLETE-COUNT
               WHEN WS-CUR-CHAIN-TOP
                   ADD 1 TO WS-TOP-COUNT
               WHEN WS-CUR-CHAIN-VACANT
                   ADD 1 TO WS-VACANT-COUNT
               WHEN WS-CUR-CHAIN-BROKEN
                   ADD 1 TO WS-BROKEN-COUNT
                   PERFORM PRINT-CHAIN-EXCEPTION
               WHEN WS-CUR-CHAIN-LOOP
                   ADD 1 TO WS-LOOP-COUNT
                   PERFORM PRINT-CHAIN-EXCEPTION
           END-EVALUATE.

       WALK-CHAIN-LEVEL.
           PERFORM FIND-DEPT-ENTRY.

           IF WS-FOUND-SUB = ZERO
               SET WS-CUR-CHAIN-BROKEN TO TRUE
               MOVE WS-SEARCH-DEPT TO WS-BREAK-DEPT
               MOVE 'DEPARTMENT NOT ON DSN8C10.DEPT'
                   TO WS-BREAK-REASON
               MOVE 'Y' TO WS-WALK-DONE-SW
           ELSE
               PERFORM CHECK-CHAIN-LOOP
               EVALUATE TRUE
                   WHEN WS-LOOP-FOUND
                       SET WS-CUR-CHAIN-LOOP TO TRUE
                       MOVE WS-SEARCH-DEPT TO WS-BREAK-DEPT
                       MOVE 'ADMRDEPT CHAIN RETURNS TO THIS DEPT'
                           TO WS-BREAK-REASON
                       MOVE 'Y' TO WS-WALK-DONE-SW
                   WHEN WS-CUR-DT-LEVEL-COUNT = 10
                       SET WS-CUR-CHAIN-BROKEN TO TRUE
                       MOVE WS-SEARCH-DEPT TO WS-BREAK-DEPT
                       MOVE 'CHAIN DEEPER THAN 10 LEVELS'
                           TO WS-BREAK-REASON
                       MOVE 'Y' TO WS-WALK-DONE-SW
                   WHEN OTHER
                       PERFORM ADD-CHAIN-LEVEL
               END-EVALUATE
           END-IF.

       ADD-CHAIN-LEVEL.
           ADD 1 TO WS-CUR-DT-LEVEL-COUNT.
           MOVE WS-CUR-DT-LEVEL-COUNT TO WS-LEVEL-SUB.
           MOVE WS-DPT-DEPTNO(WS-FOUND-SUB)
               TO WS-CUR-DT-LEVEL-DEPT(WS-LEVEL-SUB).
           MOVE WS-DPT-MGRNO(WS-FOUND-SUB)
               TO WS-CUR-DT-LEVEL-MGRNO(WS-LEVEL-SUB).

           EVALUATE TRUE
               WHEN WS-DPT-MGRNO(WS-FOUND-SUB) = SPACES
                   MOVE 'Y' TO WS-VACANT-SW
               WHEN WS-DPT-MGR-ON-EMP(WS-FOUND-SUB) = ZERO
                   SET WS-CUR-CHAIN-BROKEN TO TRUE
                   MOVE WS-SEARCH-DEPT TO WS-BREAK-DEPT
                   MOVE 'MANAGER NOT ON DSN8C10.EMP'
                       TO WS-BREAK-REASON
                   MOVE 'Y' TO WS-WALK-DONE-SW
               WHEN WS-CUR-DT-DIRECT-MGR = SPACES
                AND WS-DPT-MGRNO(WS-FOUND-SUB) NOT = WS-EMPNO
                   MOVE WS-DPT-MGRNO(WS-FOUND-SUB)
                       TO WS-CUR-DT-DIRECT-MGR
           END-EVALUATE.

           IF NOT WS-WALK-DONE
               IF WS-DPT-ADMRDEPT(WS-FOUND-SUB)
                      = WS-DPT-DEPTNO(WS-FOUND-SUB)
                   MOVE 'Y' TO WS-WALK-DONE-SW
               ELSE
                   MOVE WS-DPT-ADMRDEPT(WS-FOUND-SUB)
                       TO WS-SEARCH-DEPT
               END-IF
           END-IF.

       CHECK-CHAIN-LOOP.
           MOVE 'N' TO WS-LOOP-FOUND-SW.
           PERFORM TEST-CHAIN-LEVEL
               VARYING WS-CHECK-SUB FROM 1 BY 1
                 UNTIL WS-CHECK-SUB > WS-CUR-DT-LEVEL-COUNT
                    OR WS-LOOP-FOUND.

       TEST-CHAIN-LEVEL.
           IF WS-CUR-DT-LEVEL-DEPT(WS-CHECK-SUB) = WS-SEARCH-DEPT
               MOVE 'Y' TO WS-LOOP-FOUND-SW
           END-IF.

      *    BINARY SEARCH OF THE DEPARTMENT TABLE, WHICH THE CURSOR
      *    LOADED IN ASCENDING DEPTNO ORDER. WS-FOUND-SUB IS ZERO
      *    WHEN THE DEPARTMENT IS NOT ON DSN8C10.DEPT.
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

      *    BOTH SIDES ARE IN EMPNO ORDER, SO ONE MATCHING PASS CUTS
      *    THE CHANGE FEED. A PRIOR EMPLOYEE WHO SORTS BEFORE
      *    TONIGHT'S ROW HAS LEFT DSN8C10.EMP.
       COMPARE-WITH-PRIOR.
           PERFORM WRITE-PRIOR-DELETES
               UNTIL WS-PRI-DT-EMPNO NOT < WS-CUR-DT-EMPNO.

           IF WS-PRI-DT-EMPNO = WS-CUR-DT-EMPNO
               EVALUATE TRUE
                   WHEN WS-CUR-DT-DIRECT-MGR
                           NOT = WS-PRI-DT-DIRECT-MGR
                       MOVE 'M' TO WS-DELTA-ACTION
                       PERFORM WRITE-DELTA-DETAIL
                       ADD 1 TO WS-MGR-COUNT
                   WHEN WS-CUR-DT-CHAIN-DATA
                           NOT = WS-PRI-DT-CHAIN-DATA
                       MOVE 'H' TO WS-DELTA-ACTION
                       PERFORM WRITE-DELTA-DETAIL
                       ADD 1 TO WS-HIER-COUNT
               END-EVALUATE
               PERFORM READ-PRIOR-DETAIL
           ELSE
               MOVE 'A' TO WS-DELTA-ACTION
               PERFORM WRITE-DELTA-DETAIL
               ADD 1 TO WS-ADD-COUNT
           END-IF.

       WRITE-PRIOR-DELETES.
           MOVE SPACES              TO IDL-DETAIL-RECORD.
           SET IDL-REC-DETAIL       TO TRUE.
           SET IDL-ACTION-DELETE    TO TRUE.
           MOVE WS-PRI-DT-EMPNO       TO IDL-DT-EMPNO.
           MOVE WS-PRI-DT-WORKDEPT    TO IDL-DT-OLD-WORKDEPT.
           MOVE WS-PRI-DT-DIRECT-MGR  TO IDL-DT-OLD-DIRECT-MGR.
           MOVE WS-PRI-DT-STATUS      TO IDL-DT-OLD-STATUS.
           WRITE IDL-RECORD FROM IDL-DETAIL-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           ADD 1 TO WS-DEL-COUNT.

           PERFORM READ-PRIOR-DETAIL.

      *    THE ACTION CODE IS SET BY THE CALLER; AN ADD HAS NO
      *    PRIOR VALUES TO CARRY.
       WRITE-DELTA-DETAIL.
           MOVE SPACES              TO IDL-DETAIL-RECORD.
           SET IDL-REC-DETAIL       TO TRUE.
           MOVE WS-DELTA-ACTION     TO IDL-DT-ACTION.
           MOVE WS-CUR-DT-EMPNO       TO IDL-DT-EMPNO.
           MOVE WS-CUR-DT-WORKDEPT    TO IDL-DT-WORKDEPT.
           MOVE WS-CUR-DT-DIRECT-MGR  TO IDL-DT-DIRECT-MGR.
           MOVE WS-CUR-DT-STATUS      TO IDL-DT-STATUS.
           IF NOT IDL-ACTION-ADD
               MOVE WS-PRI-DT-WORKDEPT   TO IDL-DT-OLD-WORKDEPT
               MOVE WS-PRI-DT-DIRECT-MGR TO IDL-DT-OLD-DIRECT-MGR
               MOVE WS-PRI-DT-STATUS     TO IDL-DT-OLD-STATUS
           END-IF.
           WRITE IDL-RECORD FROM IDL-DETAIL-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

      *    A TRUNCATED PRIOR GENERATION WOULD TURN EVERY MISSING
      *    EMPLOYEE INTO AN ADD - THE FEED IS FLAGGED RC=8 SO IAM
      *    DOES NOT ACT ON IT.
       VERIFY-PRIOR-HANDSHAKE.
           IF WS-PRIOR-HEADER-SEEN
               IF WS-PRIOR-TRAILER-COUNT < ZERO
                   MOVE 'IAM PRIOR GENERATION TRAILER MISSING'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-HANDSHAKE-EXCEPTION
               ELSE
                   IF WS-PRIOR-DETAIL-COUNT
                          NOT = WS-PRIOR-TRAILER-COUNT
                       MOVE 'IAM PRIOR DETAILS DISAGREE WITH TRAILER'
                           TO EXCP-SQLERRM
                       PERFORM WRITE-HANDSHAKE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       WRITE-HANDSHAKE-EXCEPTION.
           MOVE ZERO        TO EXCP-SQLCODE.
           MOVE SPACES      TO EXCP-SQLSTATE.
           IF WS-PRIOR-IS-PRV2
               MOVE 'IAMPRV2'  TO WS-CURRENT-CURSOR
           ELSE
               MOVE 'IAMPRIOR' TO WS-CURRENT-CURSOR
           END-IF.
           PERFORM WRITE-EXCEPTION-RECORD.
           DISPLAY 'DB2IAMCH - HANDSHAKE FAILED - ' EXCP-SQLERRM.
           MOVE 8 TO RETURN-CODE.

       WRITE-CHAIN-HEADER.
           MOVE SPACES           TO IAM-HEADER-RECORD.
           SET IAM-REC-HEADER    TO TRUE.
           MOVE WS-STAMP-DATE    TO IAM-HD-BUSINESS-DATE.
           MOVE WS-RUN-DATE      TO IAM-HD-RUN-DATE.
           WRITE IAM-RECORD FROM IAM-HEADER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-CHAIN-DETAIL.
           WRITE IAM-RECORD FROM WS-CUR-DETAIL-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           ADD 1 TO WS-EMP-COUNT.

       WRITE-CHAIN-TRAILER.
           MOVE SPACES           TO IAM-TRAILER-RECORD.
           SET IAM-REC-TRAILER   TO TRUE.
           MOVE WS-EMP-COUNT     TO IAM-TR-RECORD-COUNT.
           MOVE WS-LOOP-COUNT    TO IAM-TR-LOOP-COUNT.
           MOVE WS-BROKEN-COUNT  TO IAM-TR-BROKEN-COUNT.
           MOVE WS-STAMP-DATE    TO IAM-TR-BUSINESS-DATE.
           WRITE IAM-RECORD FROM IAM-TRAILER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-DELTA-HEADER.
           MOVE SPACES           TO IDL-HEADER-RECORD.
           SET IDL-REC-HEADER    TO TRUE.
           MOVE WS-STAMP-DATE    TO IDL-HD-BUSINESS-DATE.
           MOVE WS-PRIOR-DATE    TO IDL-HD-PRIOR-DATE.
           MOVE WS-RUN-DATE      TO IDL-HD-RUN-DATE.
           WRITE IDL-RECORD FROM IDL-HEADER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       WRITE-DELTA-TRAILER.
           MOVE SPACES           TO IDL-TRAILER-RECORD.
           SET IDL-REC-TRAILER   TO TRUE.
           MOVE WS-ADD-COUNT     TO IDL-TR-ADD-COUNT.
           MOVE WS-MGR-COUNT     TO IDL-TR-MGR-COUNT.
           MOVE WS-HIER-COUNT    TO IDL-TR-HIER-COUNT.
           MOVE WS-DEL-COUNT     TO IDL-TR-DEL-COUNT.
           MOVE WS-STAMP-DATE    TO IDL-TR-BUSINESS-DATE.
           WRITE IDL-RECORD FROM IDL-TRAILER-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       PRINT-CHAIN-EXCEPTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE WS-CUR-DT-EMPNO    TO WS-DT-EMPNO.
           MOVE WS-CUR-DT-WORKDEPT TO WS-DT-WORKDEPT.
           IF WS-CUR-CHAIN-LOOP
               MOVE 'LOOP'   TO WS-DT-STATUS
           ELSE
               MOVE 'BROKEN' TO WS-DT-STATUS
           END-IF.
           MOVE WS-BREAK-DEPT      TO WS-DT-BREAK-DEPT.
           MOVE WS-BREAK-REASON    TO WS-DT-REASON.
           WRITE RPT-DETAIL-LINE FROM WS-DETAIL-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

      *    LOOPS AND BROKEN CHAINS END THE STEP RC=4 SO THE
      *    DEPARTMENT DATA IS CORRECTED; THE EXTRACT AND FEED ARE
      *    STILL WRITTEN, WITH THE AFFECTED EMPLOYEES FLAGGED.
       PRINT-SUMMARY.
           IF WS-LINE-COUNT + 16 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           IF WS-BROKEN-COUNT = ZERO AND WS-LOOP-COUNT = ZERO
               MOVE SPACES TO WS-DETAIL-LAYOUT
               MOVE 'NO LOOPS OR BROKEN CHAINS' TO WS-DT-REASON
               WRITE RPT-DETAIL-LINE FROM WS-DETAIL-LAYOUT
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.

           MOVE SPACES TO WS-SUMMARY-LAYOUT.
           MOVE 'EMPLOYEES EXTRACTED' TO WS-SM-LABEL.
           MOVE WS-EMP-COUNT TO WS-SM-COUNT.
           MOVE WS-STAMP-DATE TO WS-SM-TEXT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.
           MOVE SPACES TO WS-SM-TEXT.
           MOVE '  CHAIN COMPLETE' TO WS-SM-LABEL.
           MOVE WS-COMPLETE-COUNT TO WS-SM-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.
           MOVE '  TOP OF ORGANIZATION' TO WS-SM-LABEL.
           MOVE WS-TOP-COUNT TO WS-SM-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.
           MOVE '  COMPLETE WITH A VACANT MANAGER LEVEL'
               TO WS-SM-LABEL.
           MOVE WS-VACANT-COUNT TO WS-SM-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.
           MOVE '  BROKEN CHAIN' TO WS-SM-LABEL.
           MOVE WS-BROKEN-COUNT TO WS-SM-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.
           MOVE '  LOOP' TO WS-SM-LABEL.
           MOVE WS-LOOP-COUNT TO WS-SM-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.

           MOVE SPACES TO WS-SUMMARY-LAYOUT.
           MOVE 'CHANGES AGAINST PRIOR GENERATION' TO WS-SM-LABEL.
           IF WS-PRIOR-HEADER-SEEN
               MOVE WS-PRIOR-DATE TO WS-SM-TEXT
           ELSE
               MOVE 'NO PRIOR GENERATION' TO WS-SM-TEXT
           END-IF.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.
           MOVE SPACES TO WS-SM-TEXT.
           MOVE '  A  NEW EMPLOYEE' TO WS-SM-LABEL.
           MOVE WS-ADD-COUNT TO WS-SM-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.
           MOVE '  M  DIRECT MANAGER CHANGED' TO WS-SM-LABEL.
           MOVE WS-MGR-COUNT TO WS-SM-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.
           MOVE '  H  CHAIN ABOVE OR STATUS CHANGED' TO WS-SM-LABEL.
           MOVE WS-HIER-COUNT TO WS-SM-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.
           MOVE '  D  NO LONGER AN EMPLOYEE' TO WS-SM-LABEL.
           MOVE WS-DEL-COUNT TO WS-SM-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LAYOUT.

           DISPLAY 'DB2IAMCH - EMPLOYEES ' WS-EMP-COUNT
                   ' BROKEN ' WS-BROKEN-COUNT
                   ' LOOPS ' WS-LOOP-COUNT
                   ' MANAGER CHANGES ' WS-MGR-COUNT.

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
           MOVE WS-HEADING-2-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       WRITE-DEPT-OVERFLOW-EXCEPTION.
           MOVE ZERO              TO EXCP-SQLCODE.
           MOVE SPACES            TO EXCP-SQLSTATE.
           MOVE 'DEPARTMENT TABLE OVERFLOW - INCREASE WS-DPT-MAX'
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
           MOVE 'DB2IAMCH'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       TERMINATION.
           IF WS-PRIOR-OPEN
               IF WS-PRIOR-IS-PRV2
                   CLOSE PRV2-FILE
               ELSE
                   CLOSE PRIO-FILE
               END-IF
           END-IF.
           CLOSE CHAIN-FILE.
           CLOSE DELTA-FILE.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2IAMCH' TO STATP-PROGRAM.
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
