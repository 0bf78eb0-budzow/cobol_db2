       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2GLJRN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO GLRUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CCMAP-FILE ASSIGN TO CCMAPIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CCMAP-STATUS.

           SELECT BAL-FILE ASSIGN TO BALIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT POST-FILE ASSIGN TO GLPOSTED
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT JRNL-FILE ASSIGN TO JRNLOUT
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
           05  PARM-IN-PERIOD             PIC 9(06).
           05  FILLER                     PIC X(74).

       FD  RUNCTL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY RUNCTL.

       FD  CCMAP-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  CCMAP-IN-RECORD.
           05  CCMAP-IN-TYPE              PIC X(01).
           05  FILLER                     PIC X(01).
           05  CCMAP-IN-KEY               PIC X(06).
           05  FILLER                     PIC X(01).
           05  CCMAP-IN-COST-CENTER       PIC X(06).
           05  FILLER                     PIC X(01).
           05  CCMAP-IN-ACCOUNT           PIC X(10).
           05  FILLER                     PIC X(54).

       FD  BAL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  BAL-RECORD.
           05  BAL-RUN-DATE               PIC X(10).
           05  FILLER                     PIC X(02).
           05  BAL-GRAND-TOTAL            PIC 9(13)V99.
           05  FILLER                     PIC X(53).

      *    ONE RECORD PER POSTED PERIOD, APPENDED WHEN A JOURNAL IS
      *    RELEASED - A PERIOD FOUND HERE IS NEVER JOURNALLED AGAIN.
       FD  POST-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  POST-RECORD.
           05  POST-PERIOD                PIC 9(06).
           05  FILLER                     PIC X(02).
           05  POST-BUSINESS-DATE         PIC X(10).
           05  FILLER                     PIC X(02).
           05  POST-RUN-DATE              PIC X(10).
           05  FILLER                     PIC X(02).
           05  POST-RECORD-COUNT          PIC 9(07).
           05  POST-DEBIT-TOTAL           PIC 9(13)V99.
           05  POST-CREDIT-TOTAL          PIC 9(13)V99.
           05  FILLER                     PIC X(11).

       FD  JRNL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY GLJRNL.

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
       01  WS-WORKDEPT      PIC X(03).
       01  WS-EMPTIME       PIC S9(03)V99 COMP-3.
       01  WS-TOTAL-COMP    PIC S9(09)V99 COMP-3.
       01  WS-LABOR-COST    PIC S9(11)V99 COMP-3.

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-RUNCTL-STATUS            PIC X(02).
           05  WS-CCMAP-STATUS             PIC X(02).
           05  WS-BAL-STATUS               PIC X(02).
           05  WS-POST-STATUS              PIC X(02).
           05  WS-FILE-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-FILE-EOF                         VALUE 'Y'.
           05  WS-RUNCTL-FOUND-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUNCTL-FOUND                     VALUE 'Y'.
           05  WS-STEP-BYPASS-SW           PIC X(01)  VALUE 'N'.
               88  WS-STEP-BYPASSED                    VALUE 'Y'.
           05  WS-NO-POST-SW               PIC X(01)  VALUE 'N'.
               88  WS-NO-POST-DUE                      VALUE 'Y'.
           05  WS-ALREADY-POSTED-SW        PIC X(01)  VALUE 'N'.
               88  WS-ALREADY-POSTED                   VALUE 'Y'.
           05  WS-MAP-ERROR-SW             PIC X(01)  VALUE 'N'.
               88  WS-MAP-ERROR                        VALUE 'Y'.
           05  WS-BAL-SEEN-SW              PIC X(01)  VALUE 'N'.
               88  WS-BAL-SEEN                         VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X(01)  VALUE 'N'.
               88  WS-TABLE-FULL                       VALUE 'Y'.
           05  WS-JOURNAL-SW               PIC X(01)  VALUE 'N'.
               88  WS-JOURNAL-BALANCED                 VALUE 'B'.
               88  WS-JOURNAL-WRITTEN                  VALUE 'W'.
           05  WS-CARD-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-UNMAPPED-COUNT           PIC S9(04) COMP VALUE ZERO.
           05  WS-DETAIL-COUNT             PIC 9(07)  VALUE ZERO.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.

           COPY RUNCTL REPLACING LEADING ==RUNCTL== BY ==WS-RUNCTL==
                                 LEADING ==RC==     BY ==WS-RC==.

       01  WS-BUSDATE-X.
           05  WS-BD-MM                    PIC X(02).
           05  FILLER                      PIC X(01).
           05  WS-BD-DD                    PIC X(02).
           05  FILLER                      PIC X(01).
           05  WS-BD-YYYY                  PIC X(04).
       01  WS-BUSDATE-YMD.
           05  WS-BY-YYYY                  PIC X(04).
           05  WS-BY-MM                    PIC X(02).
           05  WS-BY-DD                    PIC X(02).
       01  WS-BUSDATE-YMD-N REDEFINES WS-BUSDATE-YMD
                                           PIC 9(08).

       01  WS-POST-PERIOD                  PIC 9(06)  VALUE ZERO.
       01  WS-POST-PERIOD-PARTS REDEFINES WS-POST-PERIOD.
           05  WS-PP-YYYY                  PIC 9(04).
           05  WS-PP-MM                    PIC 9(02).

           COPY CCMAPTAB.

       01  WS-LOOKUP-TYPE                  PIC X(01).
       01  WS-LOOKUP-KEY                   PIC X(06).

      *    ONE ENTRY PER PROJECT/DEPARTMENT, BUILT FROM THE CURSOR'S
      *    BREAKS AND HELD UNTIL THE WHOLE JOURNAL HAS BALANCED -
      *    NOTHING IS WRITTEN TO JRNLOUT BEFORE THAT.
       01  WS-JOURNAL-TABLE-AREA.
           05  WS-JL-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-JL-MAX                   PIC S9(04) COMP VALUE 2000.
           05  WS-JL-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-JL-IDX.
               10  WS-JL-PROJNO            PIC X(06).
               10  WS-JL-DEPTNO            PIC X(03).
               10  WS-JL-AMOUNT            PIC S9(11)V99 COMP-3.
               10  WS-JL-DR-COST-CENTER    PIC X(06).
               10  WS-JL-DR-ACCOUNT        PIC X(10).
               10  WS-JL-CR-COST-CENTER    PIC X(06).
               10  WS-JL-CR-ACCOUNT        PIC X(10).
               10  WS-JL-STATUS            PIC X(20).

       01  WS-COST-TOTAL                   PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-DEBIT-TOTAL                  PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-CREDIT-TOTAL                 PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-PRJCS-TOTAL                  PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-SEQUENCE                     PIC 9(06)  VALUE ZERO.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2GLJRN'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'GL LABOR COST JOURNAL'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.
       01  WS-HEADING-3-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(15)
                   VALUE 'POSTING PERIOD'.
           05  HDG-PERIOD                  PIC 9(06).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(14)
                   VALUE 'BUSINESS DATE'.
           05  HDG-BUSINESS-DATE           PIC X(10).
           05  FILLER                      PIC X(83)  VALUE SPACES.
       01  WS-HEADING-2-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'PROJECT'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(04)  VALUE 'DEPT'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(16)
                   VALUE '          AMOUNT'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(17)
                   VALUE 'DEBIT CC/ACCOUNT'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(17)
                   VALUE 'CREDIT CC/ACCOUNT'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'STATUS'.
           05  FILLER                      PIC X(47)  VALUE SPACES.

       01  WS-DETAIL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DL-PROJNO                PIC X(06).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-DEPTNO                PIC X(03).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-DL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-DR-COST-CENTER        PIC X(06).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-DL-DR-ACCOUNT            PIC X(10).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-CR-COST-CENTER        PIC X(06).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-DL-CR-ACCOUNT            PIC X(10).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DL-STATUS                PIC X(20).
           05  FILLER                      PIC X(33)  VALUE SPACES.

       01  WS-TOTAL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(40).
           05  WS-TL-AMOUNT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(68)  VALUE SPACES.

       01  WS-COUNT-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-CL-LABEL                 PIC X(40).
           05  WS-CL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(79)  VALUE SPACES.

       01  WS-MESSAGE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-ML-TEXT                  PIC X(100).
           05  FILLER                      PIC X(28)  VALUE SPACES.

       01  WS-CARD-REJECT-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(13)
                   VALUE 'CCMAPIN CARD'.
           05  WS-CR-CARD-NO               PIC ZZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-CR-REASON                PIC X(30).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-CR-CARD                  PIC X(40).
           05  FILLER                      PIC X(35)  VALUE SPACES.

      *    THE SAME JOIN AND THE SAME PER-ASSIGNMENT COST AS
      *    DB2PRJCS, SO THE JOURNAL IS THE PROJECT LABOR COST REPORT
      *    SUMMARIZED BY PROJECT AND WORKING DEPARTMENT.
           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT A.PROJNO,
                      E.WORKDEPT,
                      COALESCE(A.EMPTIME, 0),
                      COALESCE(E.SALARY, 0)
                          + COALESCE(E.BONUS, 0)
                          + COALESCE(E.COMM, 0)
                 FROM DSN8C10.EMPPROJACT A
                 JOIN DSN8C10.PROJ       P
                   ON A.PROJNO = P.PROJNO
                 JOIN DSN8C10.EMP        E
                   ON A.EMPNO = E.EMPNO
                ORDER BY A.PROJNO, E.WORKDEPT
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           IF RETURN-CODE < 12
              AND NOT WS-STEP-BYPASSED
              AND NOT WS-NO-POST-DUE
               PERFORM GATHER-LABOR-COST
               PERFORM READ-BALANCE-RECORD
               PERFORM MAP-JOURNAL-LINES
               PERFORM CHECK-JOURNAL-BALANCE
               IF WS-JOURNAL-BALANCED
                   PERFORM WRITE-JOURNAL-FILE
                   PERFORM RECORD-POSTED-PERIOD
               END-IF
               PERFORM PRINT-JOURNAL-REPORT
           END-IF.

           PERFORM TERMINATION.

           PERFORM UPDATE-RUN-CONTROL.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.
           OPEN OUTPUT JRNL-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           PERFORM READ-PARM-CARD.

           PERFORM CHECK-RUN-CONTROL.

           IF WS-POST-PERIOD = ZERO AND NOT WS-STEP-BYPASSED
               PERFORM DETECT-POST-PERIOD
           END-IF.

           IF WS-POST-PERIOD NOT = ZERO AND NOT WS-STEP-BYPASSED
               PERFORM PRINT-PAGE-HEADERS
               PERFORM LOAD-COST-CENTER-MAP
               PERFORM CHECK-POSTED-PERIODS
           END-IF.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IN-PERIOD NUMERIC
                          AND PARM-IN-PERIOD > ZERO
                           MOVE PARM-IN-PERIOD TO WS-POST-PERIOD
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           IF WS-POST-PERIOD NOT = ZERO
              AND (WS-PP-MM < 1 OR WS-PP-MM > 12)
               DISPLAY 'DB2GLJRN - INVALID POSTING PERIOD '
                       WS-POST-PERIOD ' ON PARM CARD'
               MOVE 16 TO RETURN-CODE
           END-IF.

       CHECK-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.

           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNCTL-RECORD TO WS-RUNCTL-RECORD
                       MOVE 'Y' TO WS-RUNCTL-FOUND-SW
                       IF WS-RC-STEP010-COMPLETE
                           MOVE 'Y' TO WS-STEP-BYPASS-SW
                           DISPLAY 'DB2GLJRN BYPASSED - JOURNAL'
                                   ' ALREADY PRODUCED FOR '
                                   WS-RC-BUSINESS-DATE
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *    WITH NO PERIOD ON THE PARM CARD THE POSTING IS DRIVEN BY
      *    THE MONTH-END FLAG DB2RUNCT STAMPED FROM THE BUSINESS
      *    CALENDAR: THE LAST WORKING DAY OF A MONTH POSTS THAT
      *    MONTH. ON OTHER NIGHTS THE DB2MEDUE GATE STEP KEEPS THIS
      *    STEP FROM RUNNING; RUN WITHOUT IT, THE STEP ENDS RC=4
      *    WITH NOTHING POSTED.
      *    A PERIOD ON THE CARD FORCES THAT POSTING FOR A MONTH
      *    MISSED ON ITS MONTH-END NIGHT.
       DETECT-POST-PERIOD.
           MOVE WS-RC-BUSINESS-DATE TO WS-BUSDATE-X.

           IF NOT WS-RUNCTL-FOUND
              OR WS-BD-YYYY NOT NUMERIC
              OR WS-BD-MM NOT NUMERIC
              OR WS-BD-DD NOT NUMERIC
               DISPLAY 'DB2GLJRN - NO POSTING PERIOD SUPPLIED AND NO'
                       ' RUN CONTROL BUSINESS DATE'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BD-YYYY TO WS-BY-YYYY
               MOVE WS-BD-MM   TO WS-BY-MM
               MOVE WS-BD-DD   TO WS-BY-DD
               IF WS-RC-MONTH-END
                   MOVE WS-BUSDATE-YMD-N(1:6) TO WS-POST-PERIOD
                   DISPLAY 'DB2GLJRN - ' WS-RC-BUSINESS-DATE
                           ' IS MONTH-END - POSTING '
                           WS-POST-PERIOD
               ELSE
                   MOVE 'Y' TO WS-NO-POST-SW
                   DISPLAY 'DB2GLJRN - ' WS-RC-BUSINESS-DATE
                           ' IS NOT MONTH-END - NO POSTING DUE'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    A BAD OR DUPLICATE MAPPING CARD IS LISTED AND KEEPS THE
      *    JOURNAL FROM BEING RELEASED - FINANCE CORRECTS CCMAPIN
      *    AND THE STEP IS RERUN.
       LOAD-COST-CENTER-MAP.
           OPEN INPUT CCMAP-FILE.

           IF WS-CCMAP-STATUS NOT = '00'
               DISPLAY 'DB2GLJRN - CCMAPIN CANNOT BE OPENED - STATUS '
                       WS-CCMAP-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM READ-CCMAP-RECORD UNTIL WS-FILE-EOF
               CLOSE CCMAP-FILE
               IF WS-CCMAP-COUNT = ZERO
                   DISPLAY 'DB2GLJRN - CCMAPIN HAS NO MAPPINGS'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       READ-CCMAP-RECORD.
           READ CCMAP-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

           IF NOT WS-FILE-EOF
               ADD 1 TO WS-CARD-COUNT
               PERFORM EDIT-CCMAP-CARD
           END-IF.

       EDIT-CCMAP-CARD.
           MOVE CCMAP-IN-TYPE TO WS-LOOKUP-TYPE.
           MOVE CCMAP-IN-KEY  TO WS-LOOKUP-KEY.

           EVALUATE TRUE
               WHEN CCMAP-IN-TYPE NOT = 'D' AND NOT = 'P'
                   MOVE 'TYPE IS NOT D OR P' TO WS-CR-REASON
                   PERFORM REJECT-CCMAP-CARD
               WHEN CCMAP-IN-KEY = SPACES
                   MOVE 'NO DEPTNO OR PROJNO' TO WS-CR-REASON
                   PERFORM REJECT-CCMAP-CARD
               WHEN CCMAP-IN-COST-CENTER = SPACES
                 OR CCMAP-IN-ACCOUNT = SPACES
                   MOVE 'NO COST CENTER OR ACCOUNT' TO WS-CR-REASON
                   PERFORM REJECT-CCMAP-CARD
               WHEN OTHER
                   PERFORM LOOKUP-CCMAP-ENTRY
                   IF WS-CCMAP-FOUND
                       MOVE 'DUPLICATE MAPPING' TO WS-CR-REASON
                       PERFORM REJECT-CCMAP-CARD
                   ELSE
                       IF WS-CCMAP-COUNT = WS-CCMAP-MAX
                           MOVE 'MAPPING TABLE FULL' TO WS-CR-REASON
                           PERFORM REJECT-CCMAP-CARD
                       ELSE
                           PERFORM STORE-CCMAP-ENTRY
                       END-IF
                   END-IF
           END-EVALUATE.

       STORE-CCMAP-ENTRY.
           ADD 1 TO WS-CCMAP-COUNT.
           MOVE CCMAP-IN-TYPE
               TO WS-CCMAP-TYPE(WS-CCMAP-COUNT).
           MOVE CCMAP-IN-KEY
               TO WS-CCMAP-KEY(WS-CCMAP-COUNT).
           MOVE CCMAP-IN-COST-CENTER
               TO WS-CCMAP-COST-CENTER(WS-CCMAP-COUNT).
           MOVE CCMAP-IN-ACCOUNT
               TO WS-CCMAP-ACCOUNT(WS-CCMAP-COUNT).

       REJECT-CCMAP-CARD.
           MOVE 'Y' TO WS-MAP-ERROR-SW.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE WS-CARD-COUNT           TO WS-CR-CARD-NO.
           MOVE CCMAP-IN-RECORD(1:40)   TO WS-CR-CARD.
           WRITE RPT-DETAIL-LINE FROM WS-CARD-REJECT-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOOKUP-CCMAP-ENTRY.
           SET WS-CCMAP-FOUND-SW TO 'N'.
           SET WS-CCMAP-IDX TO 1.

           PERFORM TEST-CCMAP-ENTRY
               VARYING WS-CCMAP-IDX FROM 1 BY 1
                 UNTIL WS-CCMAP-IDX > WS-CCMAP-COUNT
                    OR WS-CCMAP-FOUND.

           IF WS-CCMAP-FOUND
               SET WS-CCMAP-IDX DOWN BY 1
           END-IF.

       TEST-CCMAP-ENTRY.
           IF WS-LOOKUP-TYPE = WS-CCMAP-TYPE(WS-CCMAP-IDX)
              AND WS-LOOKUP-KEY = WS-CCMAP-KEY(WS-CCMAP-IDX)
               SET WS-CCMAP-FOUND TO TRUE
           END-IF.

      *    THE POSTED-PERIOD LEDGER IS WHAT STOPS A MONTH BEING
      *    JOURNALLED TWICE, WHATEVER BUSINESS DATE OR PARM CARD THE
      *    SECOND RUN CARRIES. A LEDGER THAT CANNOT BE READ STOPS
      *    THE STEP RATHER THAN RISK A DOUBLE POSTING.
       CHECK-POSTED-PERIODS.
           OPEN INPUT POST-FILE.

           IF WS-POST-STATUS NOT = '00'
               DISPLAY 'DB2GLJRN - GLPOSTED CANNOT BE OPENED - STATUS '
                       WS-POST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM READ-POST-RECORD
                   UNTIL WS-FILE-EOF OR WS-ALREADY-POSTED
               CLOSE POST-FILE
           END-IF.

       READ-POST-RECORD.
           READ POST-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
           END-READ.

           IF NOT WS-FILE-EOF
               IF POST-PERIOD = WS-POST-PERIOD
                   MOVE 'Y' TO WS-ALREADY-POSTED-SW
                   DISPLAY 'DB2GLJRN - PERIOD ' WS-POST-PERIOD
                           ' ALREADY POSTED ON ' POST-RUN-DATE
                           ' - NO JOURNAL PRODUCED'
                   MOVE SPACES TO WS-MESSAGE-LAYOUT
                   STRING 'PERIOD ALREADY POSTED ON ' POST-RUN-DATE
                          ' - NO JOURNAL PRODUCED'
                       DELIMITED BY SIZE INTO WS-ML-TEXT
                   WRITE RPT-DETAIL-LINE FROM WS-MESSAGE-LAYOUT
                   ADD 1 TO WS-LINE-COUNT
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       GATHER-LABOR-COST.
           EXEC SQL OPEN C1 END-EXEC.

           PERFORM FETCH-ROW UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C1 END-EXEC.

      *    EACH ASSIGNMENT IS COSTED AND ROUNDED EXACTLY AS DB2PRJCS
      *    COSTS IT BEFORE BEING ADDED TO ITS PROJECT/DEPARTMENT
      *    LINE, SO THE TWO GRAND TOTALS CAN ONLY DIFFER IF THE DATA
      *    CHANGED BETWEEN THE STEPS.
       FETCH-ROW.
           EXEC SQL
               FETCH C1
                INTO :WS-PROJNO,
                     :WS-WORKDEPT,
                     :WS-EMPTIME,
                     :WS-TOTAL-COMP
           END-EXEC.

           IF SQLCODE = 0
               PERFORM PROCESS-COST-ROW
           END-IF.

       PROCESS-COST-ROW.
           COMPUTE WS-LABOR-COST ROUNDED =
               WS-EMPTIME * WS-TOTAL-COMP.

           ADD WS-LABOR-COST TO WS-COST-TOTAL.

           IF WS-JL-COUNT = ZERO
              OR WS-PROJNO NOT = WS-JL-PROJNO(WS-JL-COUNT)
              OR WS-WORKDEPT NOT = WS-JL-DEPTNO(WS-JL-COUNT)
               PERFORM START-JOURNAL-LINE
           END-IF.

           IF NOT WS-TABLE-FULL
               ADD WS-LABOR-COST TO WS-JL-AMOUNT(WS-JL-COUNT)
           END-IF.

       START-JOURNAL-LINE.
           IF WS-JL-COUNT = WS-JL-MAX
               IF NOT WS-TABLE-FULL
                   DISPLAY 'DB2GLJRN - MORE THAN ' WS-JL-MAX
                           ' PROJECT/DEPARTMENT LINES'
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-JL-COUNT
               MOVE WS-PROJNO   TO WS-JL-PROJNO(WS-JL-COUNT)
               MOVE WS-WORKDEPT TO WS-JL-DEPTNO(WS-JL-COUNT)
               MOVE ZERO        TO WS-JL-AMOUNT(WS-JL-COUNT)
               MOVE SPACES      TO WS-JL-DR-COST-CENTER(WS-JL-COUNT)
                                   WS-JL-DR-ACCOUNT(WS-JL-COUNT)
                                   WS-JL-CR-COST-CENTER(WS-JL-COUNT)
                                   WS-JL-CR-ACCOUNT(WS-JL-COUNT)
                                   WS-JL-STATUS(WS-JL-COUNT)
           END-IF.

       READ-BALANCE-RECORD.
           OPEN INPUT BAL-FILE.

           IF WS-BAL-STATUS = '00'
               READ BAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-BAL-SEEN TO TRUE
                       MOVE BAL-GRAND-TOTAL TO WS-PRJCS-TOTAL
               END-READ
               CLOSE BAL-FILE
           END-IF.

      *    THE DEBIT GOES TO THE PROJECT'S LABOR COST ACCOUNT, THE
      *    CREDIT TO THE WORKING DEPARTMENT'S SALARY CLEARING
      *    ACCOUNT. A LINE WITH NO COST IS NOT POSTED.
       MAP-JOURNAL-LINES.
           PERFORM MAP-ONE-LINE
               VARYING WS-JL-IDX FROM 1 BY 1
                 UNTIL WS-JL-IDX > WS-JL-COUNT.

       MAP-ONE-LINE.
           MOVE 'P'                     TO WS-LOOKUP-TYPE.
           MOVE WS-JL-PROJNO(WS-JL-IDX) TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-CCMAP-ENTRY.
           IF WS-CCMAP-FOUND
               MOVE WS-CCMAP-COST-CENTER(WS-CCMAP-IDX)
                   TO WS-JL-DR-COST-CENTER(WS-JL-IDX)
               MOVE WS-CCMAP-ACCOUNT(WS-CCMAP-IDX)
                   TO WS-JL-DR-ACCOUNT(WS-JL-IDX)
           ELSE
               MOVE 'UNMAPPED PROJECT' TO WS-JL-STATUS(WS-JL-IDX)
           END-IF.

           MOVE 'D'                     TO WS-LOOKUP-TYPE.
           MOVE WS-JL-DEPTNO(WS-JL-IDX) TO WS-LOOKUP-KEY.
           PERFORM LOOKUP-CCMAP-ENTRY.
           IF WS-CCMAP-FOUND
               MOVE WS-CCMAP-COST-CENTER(WS-CCMAP-IDX)
                   TO WS-JL-CR-COST-CENTER(WS-JL-IDX)
               MOVE WS-CCMAP-ACCOUNT(WS-CCMAP-IDX)
                   TO WS-JL-CR-ACCOUNT(WS-JL-IDX)
           ELSE
               IF WS-JL-STATUS(WS-JL-IDX) = SPACES
                   MOVE 'UNMAPPED DEPARTMENT'
                       TO WS-JL-STATUS(WS-JL-IDX)
               ELSE
                   MOVE 'UNMAPPED PROJ+DEPT'
                       TO WS-JL-STATUS(WS-JL-IDX)
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-JL-STATUS(WS-JL-IDX) NOT = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
               WHEN WS-JL-AMOUNT(WS-JL-IDX) = ZERO
                   MOVE 'NO COST - NOT POSTED'
                       TO WS-JL-STATUS(WS-JL-IDX)
               WHEN OTHER
                   ADD WS-JL-AMOUNT(WS-JL-IDX) TO WS-DEBIT-TOTAL
                   ADD WS-JL-AMOUNT(WS-JL-IDX) TO WS-CREDIT-TOTAL
                   ADD 2 TO WS-DETAIL-COUNT
           END-EVALUATE.

      *    THE JOURNAL IS RELEASED ONLY WHEN EVERY LINE IS MAPPED,
      *    DEBITS EQUAL CREDITS, AND THE DEBITS EQUAL BOTH THIS
      *    STEP'S OWN COST TOTAL AND THE DB2PRJCS GRAND TOTAL.
      *    OTHERWISE JRNLOUT IS LEFT EMPTY AND THE STEP ENDS RC=8.
       CHECK-JOURNAL-BALANCE.
           MOVE SPACES TO WS-MESSAGE-LAYOUT.

           EVALUATE TRUE
               WHEN RETURN-CODE >= 12
                   MOVE 'JOURNAL REFUSED - COST COULD NOT BE GATHERED'
                       TO WS-ML-TEXT
               WHEN WS-MAP-ERROR
                   MOVE 'JOURNAL REFUSED - CCMAPIN HAS REJECTED CARDS'
                       TO WS-ML-TEXT
               WHEN WS-UNMAPPED-COUNT > ZERO
                   MOVE 'JOURNAL REFUSED - UNMAPPED PROJECT OR DEPT'
                       TO WS-ML-TEXT
               WHEN NOT WS-BAL-SEEN
                   MOVE 'JOURNAL REFUSED - NO DB2PRJCS BALANCE RECORD'
                       TO WS-ML-TEXT
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE 'JOURNAL REFUSED - DEBITS DO NOT EQUAL CREDITS'
                       TO WS-ML-TEXT
               WHEN WS-DEBIT-TOTAL NOT = WS-COST-TOTAL
                   MOVE 'JOURNAL REFUSED - LINES DISAGREE WITH COST'
                       TO WS-ML-TEXT
               WHEN WS-DEBIT-TOTAL NOT = WS-PRJCS-TOTAL
                   MOVE 'JOURNAL REFUSED - DISAGREES WITH DB2PRJCS'
                       TO WS-ML-TEXT
               WHEN WS-DETAIL-COUNT = ZERO
                   MOVE 'JOURNAL REFUSED - NO LABOR COST TO POST'
                       TO WS-ML-TEXT
               WHEN OTHER
                   MOVE 'B' TO WS-JOURNAL-SW
           END-EVALUATE.

           IF NOT WS-JOURNAL-BALANCED
               DISPLAY 'DB2GLJRN - ' WS-ML-TEXT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-JOURNAL-FILE.
           MOVE SPACES              TO GL-JOURNAL-RECORD.
           MOVE 'H'                 TO GL-HD-TYPE.
           MOVE WS-POST-PERIOD      TO GL-HD-PERIOD.
           MOVE WS-RC-BUSINESS-DATE TO GL-HD-BUSINESS-DATE.
           MOVE WS-RUN-DATE         TO GL-HD-RUN-DATE.
           MOVE 'LABORCST'          TO GL-HD-SOURCE.
           WRITE GL-JOURNAL-RECORD.

           PERFORM WRITE-JOURNAL-PAIR
               VARYING WS-JL-IDX FROM 1 BY 1
                 UNTIL WS-JL-IDX > WS-JL-COUNT.

           MOVE SPACES              TO GL-JOURNAL-RECORD.
           MOVE 'T'                 TO GL-TR-TYPE.
           MOVE WS-SEQUENCE         TO GL-TR-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL      TO GL-TR-DEBIT-HASH.
           MOVE WS-CREDIT-TOTAL     TO GL-TR-CREDIT-HASH.
           MOVE WS-RUN-DATE         TO GL-TR-RUN-DATE.
           WRITE GL-JOURNAL-RECORD.

           MOVE 'W' TO WS-JOURNAL-SW.
           MOVE SPACES TO WS-MESSAGE-LAYOUT.
           MOVE 'JOURNAL RELEASED - IN BALANCE WITH DB2PRJCS'
               TO WS-ML-TEXT.

       WRITE-JOURNAL-PAIR.
           IF WS-JL-STATUS(WS-JL-IDX) = SPACES
               MOVE SPACES TO GL-JOURNAL-RECORD
               ADD 1 TO WS-SEQUENCE
               MOVE 'D'                          TO GL-DT-TYPE
               MOVE WS-SEQUENCE                  TO GL-DT-SEQUENCE
               MOVE 'DR'                         TO GL-DT-DR-CR
               MOVE WS-JL-DR-COST-CENTER(WS-JL-IDX)
                   TO GL-DT-COST-CENTER
               MOVE WS-JL-DR-ACCOUNT(WS-JL-IDX)  TO GL-DT-ACCOUNT
               MOVE WS-JL-AMOUNT(WS-JL-IDX)      TO GL-DT-AMOUNT
               MOVE WS-JL-PROJNO(WS-JL-IDX)      TO GL-DT-PROJNO
               MOVE WS-JL-DEPTNO(WS-JL-IDX)      TO GL-DT-DEPTNO
               MOVE WS-POST-PERIOD               TO GL-DT-PERIOD
               WRITE GL-JOURNAL-RECORD

               ADD 1 TO WS-SEQUENCE
               MOVE WS-SEQUENCE                  TO GL-DT-SEQUENCE
               MOVE 'CR'                         TO GL-DT-DR-CR
               MOVE WS-JL-CR-COST-CENTER(WS-JL-IDX)
                   TO GL-DT-COST-CENTER
               MOVE WS-JL-CR-ACCOUNT(WS-JL-IDX)  TO GL-DT-ACCOUNT
               WRITE GL-JOURNAL-RECORD
           END-IF.

      *    THE LEDGER RECORD IS WRITTEN ONLY AFTER THE JOURNAL. IF IT
      *    CANNOT BE WRITTEN THE STEP ENDS RC=16 SO OPERATIONS ADD
      *    THE PERIOD BY HAND BEFORE ANY RERUN.
       RECORD-POSTED-PERIOD.
           OPEN EXTEND POST-FILE.

           IF WS-POST-STATUS = '00'
               MOVE SPACES              TO POST-RECORD
               MOVE WS-POST-PERIOD      TO POST-PERIOD
               MOVE WS-RC-BUSINESS-DATE TO POST-BUSINESS-DATE
               MOVE WS-RUN-DATE         TO POST-RUN-DATE
               MOVE WS-SEQUENCE         TO POST-RECORD-COUNT
               MOVE WS-DEBIT-TOTAL      TO POST-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL     TO POST-CREDIT-TOTAL
               WRITE POST-RECORD
               CLOSE POST-FILE
           ELSE
               DISPLAY 'DB2GLJRN - JOURNAL WRITTEN BUT PERIOD '
                       WS-POST-PERIOD ' NOT RECORDED ON GLPOSTED'
                       ' - STATUS ' WS-POST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       PRINT-JOURNAL-REPORT.
           PERFORM PRINT-JOURNAL-LINE
               VARYING WS-JL-IDX FROM 1 BY 1
                 UNTIL WS-JL-IDX > WS-JL-COUNT.

           IF WS-LINE-COUNT + 10 > WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.

           MOVE SPACES                  TO WS-COUNT-LAYOUT.
           MOVE 'PROJECT/DEPARTMENT LINES' TO WS-CL-LABEL.
           MOVE WS-JL-COUNT             TO WS-CL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-COUNT-LAYOUT.

           MOVE 'UNMAPPED LINES'        TO WS-CL-LABEL.
           MOVE WS-UNMAPPED-COUNT       TO WS-CL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-COUNT-LAYOUT.

           MOVE 'JOURNAL DETAIL RECORDS' TO WS-CL-LABEL.
           MOVE WS-DETAIL-COUNT         TO WS-CL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-COUNT-LAYOUT.

           MOVE SPACES                  TO WS-TOTAL-LAYOUT.
           MOVE 'TOTAL DEBITS'          TO WS-TL-LABEL.
           MOVE WS-DEBIT-TOTAL          TO WS-TL-AMOUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.

           MOVE 'TOTAL CREDITS'         TO WS-TL-LABEL.
           MOVE WS-CREDIT-TOTAL         TO WS-TL-AMOUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.

           MOVE 'LABOR COST GATHERED'   TO WS-TL-LABEL.
           MOVE WS-COST-TOTAL           TO WS-TL-AMOUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.

           MOVE 'DB2PRJCS GRAND TOTAL'  TO WS-TL-LABEL.
           MOVE WS-PRJCS-TOTAL          TO WS-TL-AMOUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           WRITE RPT-DETAIL-LINE FROM WS-MESSAGE-LAYOUT.
           ADD 10 TO WS-LINE-COUNT.

       PRINT-JOURNAL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES                          TO WS-DETAIL-LAYOUT.
           MOVE WS-JL-PROJNO(WS-JL-IDX)         TO WS-DL-PROJNO.
           MOVE WS-JL-DEPTNO(WS-JL-IDX)         TO WS-DL-DEPTNO.
           MOVE WS-JL-AMOUNT(WS-JL-IDX)         TO WS-DL-AMOUNT.
           MOVE WS-JL-DR-COST-CENTER(WS-JL-IDX) TO WS-DL-DR-COST-CENTER.
           MOVE WS-JL-DR-ACCOUNT(WS-JL-IDX)     TO WS-DL-DR-ACCOUNT.
           MOVE WS-JL-CR-COST-CENTER(WS-JL-IDX) TO WS-DL-CR-COST-CENTER.
           MOVE WS-JL-CR-ACCOUNT(WS-JL-IDX)     TO WS-DL-CR-ACCOUNT.
           MOVE WS-JL-STATUS(WS-JL-IDX)         TO WS-DL-STATUS.
           WRITE RPT-DETAIL-LINE FROM WS-DETAIL-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE         TO HDG-RUN-DATE.
           MOVE WS-PAGE-NUMBER      TO HDG-PAGE-NUMBER.
           MOVE WS-HEADING-1-LAYOUT TO RPT-HEADING-1.

           MOVE WS-POST-PERIOD      TO HDG-PERIOD.
           MOVE WS-RC-BUSINESS-DATE TO HDG-BUSINESS-DATE.

           IF WS-PAGE-NUMBER > 1
               WRITE RPT-HEADING-1 AFTER ADVANCING PAGE
           ELSE
               WRITE RPT-HEADING-1 AFTER ADVANCING 0 LINES
           END-IF.
           MOVE WS-HEADING-3-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE WS-HEADING-2-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 1 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2GLJRN'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.

      *    THE GL POSTING HAS ONLY THIS ONE STEP UNDER ITS RUN
      *    CONTROL, SO ALL FIVE FLAGS ARE COMPLETED TOGETHER - AND
      *    ONLY WHEN A JOURNAL WAS RELEASED, SO A REFUSED JOURNAL
      *    CAN BE RERUN FOR THE SAME BUSINESS DATE ONCE CORRECTED.
       UPDATE-RUN-CONTROL.
           IF WS-RUNCTL-FOUND
              AND (WS-JOURNAL-WRITTEN OR WS-STEP-BYPASSED)
               IF WS-STEP-BYPASSED
                   MOVE 'B' TO WS-RC-STEP010-STATUS
               ELSE
                   MOVE 'C' TO WS-RC-STEP010-STATUS
               END-IF
               MOVE 'C' TO WS-RC-STEP020-STATUS
               MOVE 'C' TO WS-RC-STEP030-STATUS
               MOVE 'C' TO WS-RC-STEP040-STATUS
               MOVE 'C' TO WS-RC-STEP050-STATUS
               OPEN OUTPUT RUNCTL-FILE
               WRITE RUNCTL-RECORD FROM WS-RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           END-IF.

       TERMINATION.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.
           CLOSE JRNL-FILE.

           DISPLAY 'DB2GLJRN - PERIOD=' WS-POST-PERIOD
                   ' LINES=' WS-JL-COUNT
                   ' RECORDS=' WS-SEQUENCE.
