       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2STATR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT-FILE ASSIGN TO STATHIST
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY STEPSTAT.

       FD  PARM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  PARM-IN-RECORD.
           05  PARM-IN-OVER-PCT           PIC 9(03).
           05  FILLER                     PIC X(01).
           05  PARM-IN-WINDOW-MINS        PIC 9(04).
           05  FILLER                     PIC X(01).
           05  PARM-IN-MIN-SECS           PIC 9(04).
           05  FILLER                     PIC X(67).

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  RPT-HEADING-1                   PIC X(133).
       01  RPT-HEADING-2                   PIC X(133).
       01  RPT-DETAIL-LINE                 PIC X(133).
       01  RPT-BLANK-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-FIELDS.
           05  WS-STAT-STATUS              PIC X(02).
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-STAT-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-STAT-EOF                         VALUE 'Y'.
           05  WS-STAT-OPEN-SW             PIC X(01)  VALUE 'N'.
               88  WS-STAT-OPEN                        VALUE 'Y'.
           05  WS-REPORT-SECTION           PIC X(01)  VALUE 'S'.
               88  WS-STEP-SECTION                     VALUE 'S'.
               88  WS-CYCLE-SECTION                    VALUE 'C'.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-OVER-PCT                 PIC 9(03)  VALUE 25.
           05  WS-WINDOW-MINS              PIC 9(04)  VALUE 360.
           05  WS-MIN-SECS                 PIC 9(04)  VALUE 60.
           05  WS-WINDOW-SECS              PIC S9(09) COMP.
           05  WS-READ-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-SKIP-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-FLAG-COUNT               PIC S9(05) COMP VALUE ZERO.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

      *    ONE ENTRY PER STEP PROGRAM, EACH WITH A RING OF ITS 31
      *    NEWEST RUNS - THE LATEST RUN PLUS THE 30 IT IS AVERAGED
      *    AGAINST.
       01  WS-STEP-TABLE-AREA.
           05  WS-PG-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-PG-MAX                   PIC S9(04) COMP VALUE 40.
           05  WS-PG-IDX                   PIC S9(04) COMP.
           05  WS-PG-POS                   PIC S9(04) COMP.
           05  WS-PG-ENTRY OCCURS 40 TIMES.
               10  WS-PG-PROGRAM           PIC X(08).
               10  WS-PG-RUN-N             PIC S9(09) COMP.
               10  WS-PG-RUN OCCURS 31 TIMES.
                   15  WS-PG-DATE          PIC 9(08).
                   15  WS-PG-ELAPSED       PIC 9(07).
                   15  WS-PG-FETCHED       PIC 9(09).
                   15  WS-PG-WRITTEN       PIC 9(09).
                   15  WS-PG-COMMITS       PIC 9(07).
       01  WS-PG-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-PG-FOUND                             VALUE 'Y'.
       01  WS-PG-OVERFLOW-SW               PIC X(01)  VALUE 'N'.
           88  WS-PG-OVERFLOW                          VALUE 'Y'.

       01  WS-RING-FIELDS.
           05  WS-RING-N                   PIC S9(09) COMP.
           05  WS-RING-MAX                 PIC S9(04) COMP VALUE 31.
           05  WS-RING-USED                PIC S9(04) COMP.
           05  WS-RING-POS                 PIC S9(04) COMP.
           05  WS-RING-NEWEST              PIC S9(04) COMP.
           05  WS-RING-QUOT                PIC S9(09) COMP.
           05  WS-RERUN-SW                 PIC X(01).
               88  WS-RERUN                            VALUE 'Y'.
           05  WS-REPLACED-ELAPSED         PIC 9(07).

      *    ONE ENTRY PER CYCLE BUSINESS DATE, OLDEST FIRST, WITH
      *    THE ELAPSED SECONDS OF EVERY STEP THAT RAN FOR IT.
       01  WS-CYCLE-TABLE-AREA.
           05  WS-CY-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-CY-MAX                   PIC S9(04) COMP VALUE 100.
           05  WS-CY-TREND-MAX             PIC S9(04) COMP VALUE 30.
           05  WS-CY-IDX                   PIC S9(04) COMP.
           05  WS-CY-TO                    PIC S9(04) COMP.
           05  WS-CY-POS                   PIC S9(04) COMP.
           05  WS-CY-INSERT                PIC S9(04) COMP.
           05  WS-CY-FIRST                 PIC S9(04) COMP.
           05  WS-CY-ENTRY OCCURS 100 TIMES.
               10  WS-CY-DATE              PIC 9(08).
               10  WS-CY-STEPS             PIC S9(04) COMP.
               10  WS-CY-ELAPSED           PIC S9(09) COMP.
       01  WS-CY-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-CY-FOUND                             VALUE 'Y'.
       01  WS-CY-STOP-SW                   PIC X(01)  VALUE 'N'.
           88  WS-CY-STOP                              VALUE 'Y'.

       01  WS-AVERAGE-FIELDS.
           05  WS-AVG-RUNS                 PIC S9(04) COMP.
           05  WS-SUM-ELAPSED              PIC S9(11) COMP-3.
           05  WS-SUM-FETCHED              PIC S9(13) COMP-3.
           05  WS-SUM-WRITTEN              PIC S9(13) COMP-3.
           05  WS-AVG-ELAPSED              PIC S9(07) COMP-3.
           05  WS-AVG-FETCHED              PIC S9(09) COMP-3.
           05  WS-AVG-WRITTEN              PIC S9(09) COMP-3.
           05  WS-LAST-ELAPSED             PIC S9(07) COMP-3.
           05  WS-PCT-OVER                 PIC S9(09) COMP-3.

       01  WS-TREND-FIELDS.
           05  WS-TR-N                     PIC S9(04) COMP.
           05  WS-TR-X                     PIC S9(04) COMP.
           05  WS-TR-SUM-X                 PIC S9(09) COMP-3.
           05  WS-TR-SUM-XX                PIC S9(09) COMP-3.
           05  WS-TR-SUM-Y                 PIC S9(13) COMP-3.
           05  WS-TR-SUM-XY                PIC S9(15) COMP-3.
           05  WS-TR-DENOM                 PIC S9(11) COMP-3.
           05  WS-TR-SLOPE                 PIC S9(09)V9(04) COMP-3.
           05  WS-TR-FITTED                PIC S9(11)V9(04) COMP-3.
           05  WS-TR-LATEST                PIC S9(09) COMP.
           05  WS-TR-LATEST-DATE           PIC 9(08).
           05  WS-TR-CYCLES-EXACT          PIC S9(11)V9(04) COMP-3.
           05  WS-TR-CYCLES                PIC S9(11) COMP-3.
           05  WS-TR-PCT-WINDOW            PIC S9(05)V9 COMP-3.
           05  WS-TR-MINUTES               PIC S9(07)V9 COMP-3.

           COPY CALPARM.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-SECTION-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-SC-TITLE                 PIC X(60).
           05  FILLER                      PIC X(72)  VALUE SPACES.

       01  WS-STEP-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-SL-PROGRAM               PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-ELAPSED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-AVG-ELAPSED           PIC X(07).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-PCT                   PIC X(05).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-FETCHED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-AVG-FETCHED           PIC X(11).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-WRITTEN               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-AVG-WRITTEN           PIC X(11).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-COMMITS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-RUNS                  PIC ZZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SL-FLAG                  PIC X(12).
           05  FILLER                      PIC X(04)  VALUE SPACES.

       01  WS-CYCLE-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-CL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-CL-STEPS                 PIC ZZZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-CL-ELAPSED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-CL-MINUTES               PIC ZZ,ZZ9.9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-CL-PCT-WINDOW            PIC ZZ9.9.
           05  FILLER                      PIC X(79)  VALUE SPACES.

       01  WS-SUMMARY-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-SM-LABEL                 PIC X(34).
           05  WS-SM-VALUE                 PIC X(60).
           05  FILLER                      PIC X(34)  VALUE SPACES.

       01  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.
       01  WS-EDIT-ROWS                    PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-PCT                     PIC ----9.
       01  WS-EDIT-MINUTES                 PIC ZZ,ZZ9.9.
       01  WS-EDIT-SLOPE                   PIC ---,--9.99.
       01  WS-EDIT-CYCLES                  PIC ZZ,ZZ9.

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2STATR'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'CYCLE STEP RUN-TIME TREND'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.
       01  WS-HEADING-2-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'PROGRAM'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'BUS DATE'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'ELAPSED'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'AVG ELP'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE ' PCT+'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(11)
                   VALUE '    FETCHED'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(11)
                   VALUE 'AVG FETCHED'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(11)
                   VALUE '    WRITTEN'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(11)
                   VALUE 'AVG WRITTEN'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'COMMITS'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(04)  VALUE 'RUNS'.
           05  FILLER                      PIC X(18)  VALUE SPACES.
       01  WS-HEADING-3-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'BUS DATE'.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'STEPS'.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'ELAPSED'.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE ' MINUTES'.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE '% WIN'.
           05  FILLER                      PIC X(79)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           IF WS-STAT-OPEN
               PERFORM LOAD-STATISTICS-HISTORY
               PERFORM PRINT-STEP-SECTION
               PERFORM PRINT-CYCLE-SECTION
           END-IF.

           PERFORM TERMINATION.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT RPT-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           PERFORM READ-PARM-CARD.

           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60.

           PERFORM PRINT-PAGE-HEADERS.

           OPEN INPUT STAT-FILE.

           IF WS-STAT-STATUS = '00'
               SET WS-STAT-OPEN TO TRUE
           ELSE
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'RUN-STATISTICS HISTORY NOT AVAILABLE'
                   TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               DISPLAY 'DB2STATR - STATHIST OPEN FAILED, STATUS '
                       WS-STAT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    PARM CARD: COLS 1-3 PERCENT OVER ITS AVERAGE AT WHICH A
      *    STEP IS FLAGGED, COLS 5-8 BATCH WINDOW IN MINUTES, COLS
      *    10-13 SECONDS A STEP MUST RUN BEFORE IT CAN BE FLAGGED
      *    (KEEPS SUB-MINUTE STEPS FROM FLAGGING ON NOISE). A BLANK
      *    OR MISSING FIELD KEEPS ITS DEFAULT.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IN-OVER-PCT NUMERIC
                          AND PARM-IN-OVER-PCT > ZERO
                           MOVE PARM-IN-OVER-PCT TO WS-OVER-PCT
                       END-IF
                       IF PARM-IN-WINDOW-MINS NUMERIC
                          AND PARM-IN-WINDOW-MINS > ZERO
                           MOVE PARM-IN-WINDOW-MINS TO WS-WINDOW-MINS
                       END-IF
                       IF PARM-IN-MIN-SECS NUMERIC
                           MOVE PARM-IN-MIN-SECS TO WS-MIN-SECS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       LOAD-STATISTICS-HISTORY.
           PERFORM READ-STAT-RECORD.

           PERFORM APPLY-STAT-RECORD UNTIL WS-STAT-EOF.

       READ-STAT-RECORD.
           READ STAT-FILE
               AT END
                   SET WS-STAT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *    A STEP THAT BYPASSED ITSELF ON A RERUN DID NO WORK, AND
      *    ONE THAT FAILED (RC ABOVE 8) STOPPED PART WAY - NEITHER
      *    SAYS ANYTHING ABOUT HOW LONG THE STEP REALLY TAKES, SO
      *    BOTH ARE LEFT OUT OF THE TREND.
       APPLY-STAT-RECORD.
           IF STAT-BYPASSED
              OR STAT-BUSINESS-DATE NOT NUMERIC
              OR STAT-RETURN-CODE NOT NUMERIC
              OR STAT-RETURN-CODE > 8
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM FIND-STEP-ENTRY
               IF WS-PG-FOUND
                   PERFORM ADD-STEP-RUN
               END-IF
           END-IF.

           PERFORM READ-STAT-RECORD.

       FIND-STEP-ENTRY.
           MOVE 'N' TO WS-PG-FOUND-SW.

           PERFORM TEST-STEP-ENTRY
               VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-COUNT OR WS-PG-FOUND.

           IF NOT WS-PG-FOUND
               IF WS-PG-COUNT < WS-PG-MAX
                   ADD 1 TO WS-PG-COUNT
                   MOVE WS-PG-COUNT  TO WS-PG-POS
                   MOVE STAT-PROGRAM TO WS-PG-PROGRAM(WS-PG-POS)
                   MOVE ZERO         TO WS-PG-RUN-N(WS-PG-POS)
                   MOVE 'Y'          TO WS-PG-FOUND-SW
               ELSE
                   IF NOT WS-PG-OVERFLOW
                       DISPLAY 'DB2STATR - STEP TABLE OVERFLOW -'
                               ' INCREASE WS-PG-MAX'
                       SET WS-PG-OVERFLOW TO TRUE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       TEST-STEP-ENTRY.
           IF WS-PG-PROGRAM(WS-PG-IDX) = STAT-PROGRAM
               MOVE WS-PG-IDX TO WS-PG-POS
               MOVE 'Y' TO WS-PG-FOUND-SW
           END-IF.

      *    A STEP RERUN FOR THE SAME BUSINESS DATE REPLACES THE
      *    EARLIER RECORD OF THAT NIGHT - THE RUN THAT FINISHED THE
      *    NIGHT'S WORK IS THE ONE THE TREND SHOULD SEE.
       ADD-STEP-RUN.
           MOVE 'N'  TO WS-RERUN-SW.
           MOVE ZERO TO WS-REPLACED-ELAPSED.
           MOVE WS-PG-RUN-N(WS-PG-POS) TO WS-RING-N.

           IF WS-RING-N > ZERO
               PERFORM SET-RING-POSITION
               IF WS-PG-DATE(WS-PG-POS, WS-RING-POS)
                   = STAT-BUSINESS-DATE
                   SET WS-RERUN TO TRUE
                   MOVE WS-PG-ELAPSED(WS-PG-POS, WS-RING-POS)
                       TO WS-REPLACED-ELAPSED
               END-IF
           END-IF.

           IF NOT WS-RERUN
               ADD 1 TO WS-RING-N
               MOVE WS-RING-N TO WS-PG-RUN-N(WS-PG-POS)
               PERFORM SET-RING-POSITION
           END-IF.

           MOVE STAT-BUSINESS-DATE
               TO WS-PG-DATE(WS-PG-POS, WS-RING-POS).
           MOVE STAT-ELAPSED-SECS
               TO WS-PG-ELAPSED(WS-PG-POS, WS-RING-POS).
           MOVE STAT-ROWS-FETCHED
               TO WS-PG-FETCHED(WS-PG-POS, WS-RING-POS).
           MOVE STAT-ROWS-WRITTEN
               TO WS-PG-WRITTEN(WS-PG-POS, WS-RING-POS).
           MOVE STAT-COMMITS
               TO WS-PG-COMMITS(WS-PG-POS, WS-RING-POS).

           PERFORM POST-CYCLE-TOTAL.

       SET-RING-POSITION.
           DIVIDE WS-RING-N BY WS-RING-MAX GIVING WS-RING-QUOT
               REMAINDER WS-RING-POS.
           IF WS-RING-POS = ZERO
               MOVE WS-RING-MAX TO WS-RING-POS
           END-IF.

       POST-CYCLE-TOTAL.
           PERFORM LOCATE-CYCLE-ENTRY.

           IF WS-CY-FOUND
               SUBTRACT WS-REPLACED-ELAPSED
                   FROM WS-CY-ELAPSED(WS-CY-POS)
               ADD STAT-ELAPSED-SECS TO WS-CY-ELAPSED(WS-CY-POS)
               IF NOT WS-RERUN
                   ADD 1 TO WS-CY-STEPS(WS-CY-POS)
               END-IF
           ELSE
               PERFORM INSERT-CYCLE-ENTRY
           END-IF.

      *    THE HISTORY IS APPENDED NIGHT BY NIGHT, SO THE DATE IS
      *    ALMOST ALWAYS THE NEWEST ENTRY OR ONE PAST IT - THE
      *    SEARCH RUNS BACKWARDS FROM THE NEWEST AND STOPS AT THE
      *    FIRST OLDER DATE.
       LOCATE-CYCLE-ENTRY.
           MOVE 'N' TO WS-CY-FOUND-SW.
           MOVE 'N' TO WS-CY-STOP-SW.
           COMPUTE WS-CY-INSERT = WS-CY-COUNT + 1.

           PERFORM TEST-CYCLE-ENTRY
               VARYING WS-CY-IDX FROM WS-CY-COUNT BY -1
               UNTIL WS-CY-IDX < 1 OR WS-CY-STOP.

       TEST-CYCLE-ENTRY.
           EVALUATE TRUE
               WHEN WS-CY-DATE(WS-CY-IDX) = STAT-BUSINESS-DATE
                   MOVE WS-CY-IDX TO WS-CY-POS
                   MOVE 'Y' TO WS-CY-FOUND-SW
                   MOVE 'Y' TO WS-CY-STOP-SW
               WHEN WS-CY-DATE(WS-CY-IDX) < STAT-BUSINESS-DATE
                   MOVE 'Y' TO WS-CY-STOP-SW
               WHEN OTHER
                   MOVE WS-CY-IDX TO WS-CY-INSERT
           END-EVALUATE.

      *    WHEN THE TABLE IS FULL THE OLDEST CYCLE MAKES ROOM - ONLY
      *    THE NEWEST 30 ARE TRENDED. A DATE OLDER THAN EVERY CYCLE
      *    ALREADY HELD IS NOT WANTED AT ALL.
       INSERT-CYCLE-ENTRY.
           IF WS-CY-COUNT = WS-CY-MAX AND WS-CY-INSERT > 1
               PERFORM DROP-OLDEST-CYCLE
           END-IF.

           IF WS-CY-COUNT < WS-CY-MAX
               PERFORM OPEN-CYCLE-SLOT
                   VARYING WS-CY-IDX FROM WS-CY-COUNT BY -1
                   UNTIL WS-CY-IDX < WS-CY-INSERT
               ADD 1 TO WS-CY-COUNT
               MOVE STAT-BUSINESS-DATE TO WS-CY-DATE(WS-CY-INSERT)
               MOVE 1                  TO WS-CY-STEPS(WS-CY-INSERT)
               MOVE STAT-ELAPSED-SECS  TO WS-CY-ELAPSED(WS-CY-INSERT)
           END-IF.

       DROP-OLDEST-CYCLE.
           PERFORM SHIFT-CYCLE-DOWN
               VARYING WS-CY-IDX FROM 2 BY 1
               UNTIL WS-CY-IDX > WS-CY-COUNT.
           SUBTRACT 1 FROM WS-CY-COUNT.
           SUBTRACT 1 FROM WS-CY-INSERT.

       SHIFT-CYCLE-DOWN.
           COMPUTE WS-CY-TO = WS-CY-IDX - 1.
           MOVE WS-CY-ENTRY(WS-CY-IDX) TO WS-CY-ENTRY(WS-CY-TO).

       OPEN-CYCLE-SLOT.
           COMPUTE WS-CY-TO = WS-CY-IDX + 1.
           MOVE WS-CY-ENTRY(WS-CY-IDX) TO WS-CY-ENTRY(WS-CY-TO).

       PRINT-STEP-SECTION.
           IF WS-PG-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'NO TRENDABLE STEP RUNS ON THE HISTORY'
                   TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               ADD 1 TO WS-LINE-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM PRINT-STEP-LINE
                   VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE-LAYOUT.
           MOVE 'HISTORY RECORDS READ' TO WS-SM-LABEL.
           MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-SM-VALUE.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT.

           MOVE SPACES TO WS-SUMMARY-LINE-LAYOUT.
           MOVE 'BYPASSED OR FAILED - NOT TRENDED' TO WS-SM-LABEL.
           MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-SM-VALUE.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT.

           MOVE SPACES TO WS-SUMMARY-LINE-LAYOUT.
           MOVE 'STEPS FLAGGED OVER AVERAGE BY PCT' TO WS-SM-LABEL.
           MOVE WS-FLAG-COUNT TO WS-EDIT-COUNT.
           MOVE WS-OVER-PCT   TO WS-EDIT-PCT.
           STRING WS-EDIT-COUNT ' (OVER ' WS-EDIT-PCT ' PCT)'
               DELIMITED BY SIZE INTO WS-SM-VALUE.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT.

      *    THE NEWEST RUN IN THE RING IS SET AGAINST THE AVERAGE OF
      *    THE (UP TO) 30 RUNS BEFORE IT. A STEP IS FLAGGED WHEN ITS
      *    LATEST ELAPSED TIME IS MORE THAN THE PARM PERCENTAGE OVER
      *    THAT AVERAGE AND AT LEAST THE PARM MINIMUM SECONDS LONG.
       PRINT-STEP-LINE.
           MOVE WS-PG-RUN-N(WS-PG-IDX) TO WS-RING-N.
           PERFORM SET-RING-POSITION.
           MOVE WS-RING-POS TO WS-RING-NEWEST.

           IF WS-RING-N > WS-RING-MAX
               MOVE WS-RING-MAX TO WS-RING-USED
           ELSE
               MOVE WS-RING-N   TO WS-RING-USED
           END-IF.

           MOVE ZERO TO WS-AVG-RUNS
                        WS-SUM-ELAPSED
                        WS-SUM-FETCHED
                        WS-SUM-WRITTEN.

           PERFORM SUM-PRIOR-RUN
               VARYING WS-RING-POS FROM 1 BY 1
               UNTIL WS-RING-POS > WS-RING-USED.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO WS-SL-AVG-ELAPSED
                          WS-SL-PCT
                          WS-SL-AVG-FETCHED
                          WS-SL-AVG-WRITTEN
                          WS-SL-FLAG.
           MOVE WS-PG-PROGRAM(WS-PG-IDX) TO WS-SL-PROGRAM.
           MOVE WS-PG-DATE(WS-PG-IDX, WS-RING-NEWEST) TO WS-SL-DATE.
           MOVE WS-PG-ELAPSED(WS-PG-IDX, WS-RING-NEWEST)
               TO WS-LAST-ELAPSED.
           MOVE WS-LAST-ELAPSED TO WS-SL-ELAPSED.
           MOVE WS-PG-FETCHED(WS-PG-IDX, WS-RING-NEWEST)
               TO WS-SL-FETCHED.
           MOVE WS-PG-WRITTEN(WS-PG-IDX, WS-RING-NEWEST)
               TO WS-SL-WRITTEN.
           MOVE WS-PG-COMMITS(WS-PG-IDX, WS-RING-NEWEST)
               TO WS-SL-COMMITS.
           MOVE WS-AVG-RUNS TO WS-SL-RUNS.

           IF WS-AVG-RUNS = ZERO
               MOVE 'FIRST RUN' TO WS-SL-FLAG
           ELSE
               PERFORM SET-STEP-AVERAGES
           END-IF.

           WRITE RPT-DETAIL-LINE FROM WS-STEP-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       SUM-PRIOR-RUN.
           IF WS-RING-POS NOT = WS-RING-NEWEST
               ADD 1 TO WS-AVG-RUNS
               ADD WS-PG-ELAPSED(WS-PG-IDX, WS-RING-POS)
                   TO WS-SUM-ELAPSED
               ADD WS-PG-FETCHED(WS-PG-IDX, WS-RING-POS)
                   TO WS-SUM-FETCHED
               ADD WS-PG-WRITTEN(WS-PG-IDX, WS-RING-POS)
                   TO WS-SUM-WRITTEN
           END-IF.

       SET-STEP-AVERAGES.
           COMPUTE WS-AVG-ELAPSED ROUNDED =
               WS-SUM-ELAPSED / WS-AVG-RUNS.
           COMPUTE WS-AVG-FETCHED ROUNDED =
               WS-SUM-FETCHED / WS-AVG-RUNS.
           COMPUTE WS-AVG-WRITTEN ROUNDED =
               WS-SUM-WRITTEN / WS-AVG-RUNS.

           MOVE WS-AVG-ELAPSED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT  TO WS-SL-AVG-ELAPSED.
           MOVE WS-AVG-FETCHED TO WS-EDIT-ROWS.
           MOVE WS-EDIT-ROWS   TO WS-SL-AVG-FETCHED.
           MOVE WS-AVG-WRITTEN TO WS-EDIT-ROWS.
           MOVE WS-EDIT-ROWS   TO WS-SL-AVG-WRITTEN.

           IF WS-AVG-ELAPSED > ZERO
               COMPUTE WS-PCT-OVER ROUNDED =
                   (WS-LAST-ELAPSED - WS-AVG-ELAPSED) * 100
                       / WS-AVG-ELAPSED
               IF WS-PCT-OVER > 9999
                   MOVE 9999 TO WS-PCT-OVER
               END-IF
               MOVE WS-PCT-OVER TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-SL-PCT
           END-IF.

           IF WS-LAST-ELAPSED >= WS-MIN-SECS
              AND WS-LAST-ELAPSED * 100 >
                  WS-AVG-ELAPSED * (100 + WS-OVER-PCT)
               MOVE '*** OVER ***' TO WS-SL-FLAG
               ADD 1 TO WS-FLAG-COUNT
           END-IF.

      *    THE CYCLE'S TOTAL ELAPSED TIME FOR EACH OF THE LAST 30
      *    BUSINESS DATES, THEN A LEAST-SQUARES LINE THROUGH THEM.
      *    THE LINE'S SLOPE IS THE GROWTH PER CYCLE; FROM WHERE THE
      *    LINE STANDS TODAY, THE GAP TO THE BATCH WINDOW DIVIDED BY
      *    THE SLOPE IS THE NUMBER OF CYCLES LEFT, AND THE BUSINESS
      *    CALENDAR TURNS THAT INTO A DATE.
       PRINT-CYCLE-SECTION.
           SET WS-CYCLE-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           IF WS-CY-COUNT > WS-CY-TREND-MAX
               COMPUTE WS-CY-FIRST = WS-CY-COUNT - WS-CY-TREND-MAX + 1
           ELSE
               MOVE 1 TO WS-CY-FIRST
           END-IF.

           MOVE ZERO TO WS-TR-N
                        WS-TR-SUM-X
                        WS-TR-SUM-XX
                        WS-TR-SUM-Y
                        WS-TR-SUM-XY
                        WS-TR-LATEST
                        WS-TR-LATEST-DATE.

           IF WS-CY-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'NO CYCLES ON THE HISTORY' TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM PRINT-CYCLE-LINE
                   VARYING WS-CY-IDX FROM WS-CY-FIRST BY 1
                   UNTIL WS-CY-IDX > WS-CY-COUNT
               PERFORM PROJECT-BATCH-WINDOW
           END-IF.

       PRINT-CYCLE-LINE.
           ADD 1 TO WS-TR-N.
           MOVE WS-TR-N TO WS-TR-X.
           ADD WS-TR-X TO WS-TR-SUM-X.
           COMPUTE WS-TR-SUM-XX = WS-TR-SUM-XX + WS-TR-X * WS-TR-X.
           ADD WS-CY-ELAPSED(WS-CY-IDX) TO WS-TR-SUM-Y.
           COMPUTE WS-TR-SUM-XY = WS-TR-SUM-XY
                                + WS-TR-X * WS-CY-ELAPSED(WS-CY-IDX).
           MOVE WS-CY-ELAPSED(WS-CY-IDX) TO WS-TR-LATEST.
           MOVE WS-CY-DATE(WS-CY-IDX)    TO WS-TR-LATEST-DATE.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE WS-CY-DATE(WS-CY-IDX)    TO WS-CL-DATE.
           MOVE WS-CY-STEPS(WS-CY-IDX)   TO WS-CL-STEPS.
           MOVE WS-CY-ELAPSED(WS-CY-IDX) TO WS-CL-ELAPSED.
           COMPUTE WS-TR-MINUTES ROUNDED =
               WS-CY-ELAPSED(WS-CY-IDX) / 60.
           MOVE WS-TR-MINUTES TO WS-CL-MINUTES.
           COMPUTE WS-TR-PCT-WINDOW ROUNDED =
               WS-CY-ELAPSED(WS-CY-IDX) * 100 / WS-WINDOW-SECS.
           IF WS-TR-PCT-WINDOW > 999.9
               MOVE 999.9 TO WS-TR-PCT-WINDOW
           END-IF.
           MOVE WS-TR-PCT-WINDOW TO WS-CL-PCT-WINDOW.

           WRITE RPT-DETAIL-LINE FROM WS-CYCLE-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       PROJECT-BATCH-WINDOW.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.

           MOVE SPACES TO WS-SUMMARY-LINE-LAYOUT.
           MOVE 'CYCLES TRENDED' TO WS-SM-LABEL.
           MOVE WS-TR-N TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-SM-VALUE.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT.

           MOVE SPACES TO WS-SUMMARY-LINE-LAYOUT.
           MOVE 'BATCH WINDOW (MINUTES)' TO WS-SM-LABEL.
           MOVE WS-WINDOW-MINS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO WS-SM-VALUE.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT.

           MOVE SPACES TO WS-SUMMARY-LINE-LAYOUT.
           MOVE 'LATEST CYCLE (MINUTES)' TO WS-SM-LABEL.
           COMPUTE WS-TR-MINUTES ROUNDED = WS-TR-LATEST / 60.
           MOVE WS-TR-MINUTES TO WS-EDIT-MINUTES.
           MOVE WS-EDIT-MINUTES TO WS-SM-VALUE.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT.

           IF WS-TR-N < 5
               MOVE SPACES TO WS-SUMMARY-LINE-LAYOUT
               MOVE 'PROJECTED TO EXCEED THE WINDOW' TO WS-SM-LABEL
               MOVE 'TOO FEW CYCLES TO TREND - NEEDS AT LEAST 5'
                   TO WS-SM-VALUE
               WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT
           ELSE
               PERFORM FIT-TREND-LINE
               PERFORM PRINT-PROJECTION
           END-IF.

       FIT-TREND-LINE.
           COMPUTE WS-TR-DENOM =
               WS-TR-N * WS-TR-SUM-XX - WS-TR-SUM-X * WS-TR-SUM-X.
           COMPUTE WS-TR-SLOPE ROUNDED =
               (WS-TR-N * WS-TR-SUM-XY - WS-TR-SUM-X * WS-TR-SUM-Y)
                   / WS-TR-DENOM.
           COMPUTE WS-TR-FITTED ROUNDED =
               WS-TR-SUM-Y / WS-TR-N
             + WS-TR-SLOPE * (WS-TR-N - WS-TR-SUM-X / WS-TR-N).

           MOVE SPACES TO WS-SUMMARY-LINE-LAYOUT.
           MOVE 'TREND GROWTH PER CYCLE (SECONDS)' TO WS-SM-LABEL.
           MOVE WS-TR-SLOPE TO WS-EDIT-SLOPE.
           MOVE WS-EDIT-SLOPE TO WS-SM-VALUE.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT.

       PRINT-PROJECTION.
           MOVE SPACES TO WS-SUMMARY-LINE-LAYOUT.
           MOVE 'PROJECTED TO EXCEED THE WINDOW' TO WS-SM-LABEL.

           EVALUATE TRUE
               WHEN WS-TR-LATEST >= WS-WINDOW-SECS
                 OR WS-TR-FITTED >= WS-WINDOW-SECS
                   MOVE 'ALREADY AT OR OVER THE BATCH WINDOW'
                       TO WS-SM-VALUE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-TR-SLOPE NOT > ZERO
                   MOVE 'NOT GROWING - NO PROJECTION' TO WS-SM-VALUE
               WHEN OTHER
                   PERFORM PROJECT-CROSSING-DATE
           END-EVALUATE.

           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT.

       PROJECT-CROSSING-DATE.
           COMPUTE WS-TR-CYCLES-EXACT =
               (WS-WINDOW-SECS - WS-TR-FITTED) / WS-TR-SLOPE.
           MOVE WS-TR-CYCLES-EXACT TO WS-TR-CYCLES.
           IF WS-TR-CYCLES < WS-TR-CYCLES-EXACT
               ADD 1 TO WS-TR-CYCLES
           END-IF.

           IF WS-TR-CYCLES > 99999
               MOVE 'MORE THAN 99,999 CYCLES AWAY' TO WS-SM-VALUE
           ELSE
               MOVE WS-TR-CYCLES TO WS-EDIT-CYCLES
               MOVE 'S'               TO CALP-FUNCTION
               MOVE WS-TR-LATEST-DATE TO CALP-DATE-IN
               MOVE WS-TR-CYCLES      TO CALP-DAYS
               PERFORM CALL-BUSINESS-CALENDAR
               IF CALP-OK
                   STRING 'IN ' WS-EDIT-CYCLES
                          ' CYCLES - BUSINESS DATE ' CALP-DATE-OUT
                       DELIMITED BY SIZE INTO WS-SM-VALUE
               ELSE
                   STRING 'IN ' WS-EDIT-CYCLES
                          ' CYCLES - PAST THE BUSINESS CALENDAR'
                       DELIMITED BY SIZE INTO WS-SM-VALUE
               END-IF
           END-IF.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-BUSINESS-CALENDAR.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2CALDT' USING CALP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.

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
           IF WS-CYCLE-SECTION
               MOVE 'CYCLE ELAPSED TIME AGAINST THE BATCH WINDOW'
                   TO WS-SC-TITLE
           ELSE
               MOVE 'LATEST RUN AGAINST TRAILING 30-RUN AVERAGE (SECS)'
                   TO WS-SC-TITLE
           END-IF.
           MOVE WS-SECTION-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.

           IF WS-CYCLE-SECTION
               MOVE WS-HEADING-3-LAYOUT TO RPT-HEADING-2
           ELSE
               MOVE WS-HEADING-2-LAYOUT TO RPT-HEADING-2
           END-IF.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       TERMINATION.
           IF WS-STAT-OPEN
               CLOSE STAT-FILE
           END-IF.
           CLOSE RPT-FILE.

           IF WS-FLAG-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'DB2STATR - STEPS FLAGGED OVER '
                   WS-OVER-PCT ' PCT = ' WS-FLAG-COUNT.
