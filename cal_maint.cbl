       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CALMN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HOL-FILE ASSIGN TO HOLIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT CALIN-FILE ASSIGN TO CALIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALIN-STATUS.

           SELECT CALOUT-FILE ASSIGN TO CALOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  PARM-IN-RECORD.
           05  PARM-IN-YEAR               PIC 9(04).
           05  FILLER                     PIC X(76).

       FD  HOL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  HOL-IN-RECORD.
           05  HOL-IN-DATE                PIC X(08).
           05  HOL-IN-DATE-N REDEFINES HOL-IN-DATE
                                          PIC 9(08).
           05  FILLER                     PIC X(01).
           05  HOL-IN-DESC                PIC X(30).
           05  FILLER                     PIC X(41).

       FD  CALIN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY BUSCAL REPLACING LEADING ==BUSCAL== BY ==CALIN==
                                 LEADING ==BCAL==   BY ==CIN==.

       FD  CALOUT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY BUSCAL.

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  RPT-HEADING-1                   PIC X(133).
       01  RPT-HEADING-2                   PIC X(133).
       01  RPT-DETAIL-LINE                 PIC X(133).
       01  RPT-BLANK-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-FIELDS.
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-HOL-STATUS               PIC X(02).
           05  WS-CALIN-STATUS             PIC X(02).
           05  WS-HOL-EOF-SW               PIC X(01)  VALUE 'N'.
               88  WS-HOL-EOF                          VALUE 'Y'.
           05  WS-CALIN-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-CALIN-EOF                        VALUE 'Y'.
           05  WS-CALIN-OPEN-SW            PIC X(01)  VALUE 'N'.
               88  WS-CALIN-OPEN                       VALUE 'Y'.
           05  WS-CARD-OK-SW               PIC X(01)  VALUE 'Y'.
               88  WS-CARD-OK                          VALUE 'Y'.
           05  WS-LEAP-YEAR-SW             PIC X(01)  VALUE 'N'.
               88  WS-LEAP-YEAR                        VALUE 'Y'.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-HOL-CARDS                PIC S9(05) COMP VALUE ZERO.
           05  WS-HOL-REJECTED             PIC S9(05) COMP VALUE ZERO.
           05  WS-CARRIED-BEFORE           PIC S9(07) COMP VALUE ZERO.
           05  WS-CARRIED-AFTER            PIC S9(07) COMP VALUE ZERO.
           05  WS-REPLACED-COUNT           PIC S9(07) COMP VALUE ZERO.
           05  WS-WRITTEN-COUNT            PIC S9(07) COMP VALUE ZERO.

       01  WS-YEAR-FIELDS.
           05  WS-CAL-YEAR                 PIC 9(04)  VALUE ZERO.
           05  WS-YEAR-START               PIC 9(08)  VALUE ZERO.
           05  WS-YEAR-END                 PIC 9(08)  VALUE ZERO.
           05  WS-PRIOR-YEAR-END           PIC 9(08)  VALUE ZERO.
           05  WS-NEXT-YEAR-START          PIC 9(08)  VALUE ZERO.
           05  WS-LAST-BEFORE-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-FIRST-AFTER-DATE         PIC 9(08)  VALUE ZERO.
           05  WS-BLD-MM                   PIC S9(04) COMP.
           05  WS-BLD-DD                   PIC S9(04) COMP.
           05  WS-BLD-DIM                  PIC S9(04) COMP.
           05  WS-BLD-SERIAL               PIC S9(09) COMP.
           05  WS-BLD-QUOT                 PIC S9(09) COMP.
           05  WS-BLD-WEEKDAY              PIC S9(04) COMP.
           05  WS-BLD-DATE                 PIC 9(08).
           05  WS-BLD-DATE-PARTS REDEFINES WS-BLD-DATE.
               10  WS-BLD-YYYY             PIC 9(04).
               10  WS-BLD-DATE-MM          PIC 9(02).
               10  WS-BLD-DATE-DD          PIC 9(02).

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                      PIC X(24)
                   VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-VALUES REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                           PIC 9(02).

       01  WS-WEEKDAY-NAME-TABLE.
           05  FILLER                      PIC X(21)
                   VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01  WS-WEEKDAY-NAME-VALUES REDEFINES WS-WEEKDAY-NAME-TABLE.
           05  WS-WEEKDAY-NAME OCCURS 7 TIMES
                                           PIC X(03).

       01  WS-HOL-TABLE-AREA.
           05  WS-HOL-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-HOL-MAX                  PIC S9(04) COMP VALUE 50.
           05  WS-HOL-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-HOL-IDX.
               10  WS-HOL-DATE             PIC 9(08).
               10  WS-HOL-DESC             PIC X(30).
       01  WS-HOL-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  WS-HOL-FOUND                            VALUE 'Y'.

       01  WS-YEAR-TABLE-AREA.
           05  WS-YR-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-YR-SUB                   PIC S9(04) COMP VALUE ZERO.
           05  WS-YR-ENTRY OCCURS 366 TIMES.
               10  WS-YR-DATE              PIC 9(08).
               10  WS-YR-DAY-TYPE          PIC X(01).
               10  WS-YR-MONTH-END-SW      PIC X(01).
               10  WS-YR-QUARTER-END-SW    PIC X(01).
               10  WS-YR-WEEKDAY           PIC X(03).
               10  WS-YR-DESC              PIC X(30).

       01  WS-MONTH-TABLE-AREA.
           05  WS-MON-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-MON-ENTRY OCCURS 12 TIMES.
               10  WS-MON-WORKING          PIC S9(04) COMP.
               10  WS-MON-WEEKEND          PIC S9(04) COMP.
               10  WS-MON-HOLIDAY          PIC S9(04) COMP.
               10  WS-MON-LAST-WORK        PIC S9(04) COMP.

       01  WS-DATE-WORK.
           05  WS-DC-DATE                  PIC 9(08).
           05  WS-DC-PARTS REDEFINES WS-DC-DATE.
               10  WS-DC-YYYY              PIC 9(04).
               10  WS-DC-MM                PIC 9(02).
               10  WS-DC-DD                PIC 9(02).
           05  WS-DC-SERIAL                PIC S9(09) COMP.
           05  WS-DC-Y1                    PIC S9(09) COMP.
           05  WS-DC-LEAPS                 PIC S9(09) COMP.
           05  WS-DC-WORK                  PIC S9(09) COMP.
           05  WS-DC-REM                   PIC S9(04) COMP.
           05  WS-DC-MONTH-OFFSET          PIC S9(04) COMP.
           05  WS-DC-OFFSET-TABLE.
               10  FILLER                  PIC X(12)
                       VALUE '000031059090'.
               10  FILLER                  PIC X(12)
                       VALUE '120151181212'.
               10  FILLER                  PIC X(12)
                       VALUE '243273304334'.
           05  WS-DC-OFFSETS REDEFINES WS-DC-OFFSET-TABLE.
               10  WS-DC-OFFSET OCCURS 12 TIMES
                                           PIC 9(03).

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2CALMN'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'BUSINESS CALENDAR MAINTENANCE'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.
       01  WS-HEADING-2-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'CALENDAR'.
           05  FILLER                      PIC X(05)  VALUE 'YEAR '.
           05  HDG-CAL-YEAR                PIC 9(04).
           05  FILLER                      PIC X(110) VALUE SPACES.

       01  WS-MONTH-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'MONTH'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'WORKING'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'WEEKEND'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'HOLIDAY'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(09)
                   VALUE 'MONTH-END'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'QTR-END'.
           05  FILLER                      PIC X(71)  VALUE SPACES.

       01  WS-MONTH-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-ML-MONTH                 PIC X(07).
           05  FILLER                      PIC X(07)  VALUE SPACES.
           05  WS-ML-WORKING               PIC ZZ9.
           05  FILLER                      PIC X(06)  VALUE SPACES.
           05  WS-ML-WEEKEND               PIC ZZ9.
           05  FILLER                      PIC X(06)  VALUE SPACES.
           05  WS-ML-HOLIDAY               PIC ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-ML-MONTH-END             PIC X(08).
           05  FILLER                      PIC X(06)  VALUE SPACES.
           05  WS-ML-QUARTER-END           PIC X(03).
           05  FILLER                      PIC X(73)  VALUE SPACES.

       01  WS-HOLIDAY-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-HL-DATE                  PIC 9(08).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-HL-WEEKDAY               PIC X(03).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-HL-DESC                  PIC X(30).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-HL-NOTE                  PIC X(30).
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  WS-SECTION-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-SC-TITLE                 PIC X(50).
           05  FILLER                      PIC X(78)  VALUE SPACES.

       01  WS-MESSAGE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-MSG-TEXT                 PIC X(80)  VALUE SPACES.
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  WS-TOTAL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           IF RETURN-CODE NOT = 16
               PERFORM LOAD-HOLIDAY-CARDS
               PERFORM BUILD-CALENDAR-YEAR
               PERFORM FLAG-PERIOD-ENDS
           END-IF.

           IF RETURN-CODE < 8
               PERFORM CHECK-MERGE-GAPS
           END-IF.

           IF RETURN-CODE < 8
               PERFORM MERGE-CALENDAR
               PERFORM PRINT-MONTH-SUMMARY
               PERFORM PRINT-HOLIDAY-LIST
           ELSE
               PERFORM COPY-CALENDAR-UNCHANGED
           END-IF.

           PERFORM TERMINATION.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT CALOUT-FILE.
           OPEN OUTPUT RPT-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           PERFORM READ-PARM-CARD.

           PERFORM PRINT-PAGE-HEADERS.

           IF WS-CAL-YEAR < 1900
               MOVE 'NO VALID CALENDAR YEAR ON SYSIN - CALENDAR NOT'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE '  CHANGED' TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               COMPUTE WS-YEAR-START = WS-CAL-YEAR * 10000 + 0101
               COMPUTE WS-YEAR-END   = WS-CAL-YEAR * 10000 + 1231
               COMPUTE WS-PRIOR-YEAR-END =
                   (WS-CAL-YEAR - 1) * 10000 + 1231
               COMPUTE WS-NEXT-YEAR-START =
                   (WS-CAL-YEAR + 1) * 10000 + 0101
           END-IF.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IN-YEAR NUMERIC
                           MOVE PARM-IN-YEAR TO WS-CAL-YEAR
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    HOLIDAY CARDS CARRY THE DATE THE COMPANY OBSERVES, SO A
      *    HOLIDAY THAT FALLS ON A SATURDAY IS KEYED AS THE FRIDAY
      *    BEFORE. A CARD FOR ANOTHER YEAR OR AN IMPOSSIBLE DATE
      *    FAILS THE RUN - THE CALENDAR IS WRITTEN BACK UNCHANGED
      *    RATHER THAN WITH A HOLIDAY SILENTLY MISSING.
       LOAD-HOLIDAY-CARDS.
           OPEN INPUT HOL-FILE.

           IF WS-HOL-STATUS = '00'
               PERFORM READ-HOLIDAY-CARD UNTIL WS-HOL-EOF
               CLOSE HOL-FILE
           ELSE
               MOVE 'NO HOLIDAY CARDS - EVERY WEEKDAY IS A WORKING DAY'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-HOLIDAY-CARD.
           READ HOL-FILE
               AT END
                   SET WS-HOL-EOF TO TRUE
           END-READ.

           IF NOT WS-HOL-EOF AND HOL-IN-RECORD NOT = SPACES
               ADD 1 TO WS-HOL-CARDS
               PERFORM EDIT-HOLIDAY-CARD
               IF WS-CARD-OK
                   PERFORM STORE-HOLIDAY-CARD
               ELSE
                   ADD 1 TO WS-HOL-REJECTED
                   PERFORM WRITE-MESSAGE-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       EDIT-HOLIDAY-CARD.
           MOVE 'Y' TO WS-CARD-OK-SW.

           IF HOL-IN-DATE NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK-SW
               STRING 'HOLIDAY DATE ''' HOL-IN-DATE
                      ''' NOT NUMERIC - CARD REJECTED'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
           ELSE
               MOVE HOL-IN-DATE-N TO WS-DC-DATE
               EVALUATE TRUE
                   WHEN WS-DC-YYYY NOT = WS-CAL-YEAR
                       MOVE 'N' TO WS-CARD-OK-SW
                       STRING 'HOLIDAY ' HOL-IN-DATE
                              ' IS NOT IN CALENDAR YEAR '
                              WS-CAL-YEAR ' - CARD REJECTED'
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   WHEN WS-DC-MM < 1 OR WS-DC-MM > 12
                       MOVE 'N' TO WS-CARD-OK-SW
                       STRING 'HOLIDAY ' HOL-IN-DATE
                              ' HAS AN INVALID MONTH - CARD REJECTED'
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                   WHEN OTHER
                       PERFORM EDIT-HOLIDAY-DAY
               END-EVALUATE
           END-IF.

       EDIT-HOLIDAY-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-DC-MM) TO WS-BLD-DIM.
           IF WS-DC-MM = 2
               PERFORM TEST-LEAP-YEAR
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-BLD-DIM
               END-IF
           END-IF.

           IF WS-DC-DD < 1 OR WS-DC-DD > WS-BLD-DIM
               MOVE 'N' TO WS-CARD-OK-SW
               STRING 'HOLIDAY ' HOL-IN-DATE
                      ' HAS AN INVALID DAY - CARD REJECTED'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
           ELSE
               MOVE HOL-IN-DATE-N TO WS-BLD-DATE
               PERFORM LOOKUP-HOLIDAY
               IF WS-HOL-FOUND
                   MOVE 'N' TO WS-CARD-OK-SW
                   STRING 'DUPLICATE HOLIDAY CARD FOR ' HOL-IN-DATE
                          ' - CARD REJECTED'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-IF
           END-IF.

       STORE-HOLIDAY-CARD.
           IF WS-HOL-COUNT = WS-HOL-MAX
               MOVE 'HOLIDAY TABLE OVERFLOW - INCREASE WS-HOL-MAX'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-HOL-COUNT
               MOVE HOL-IN-DATE-N TO WS-HOL-DATE(WS-HOL-COUNT)
               MOVE HOL-IN-DESC   TO WS-HOL-DESC(WS-HOL-COUNT)
           END-IF.

       LOOKUP-HOLIDAY.
           MOVE 'N' TO WS-HOL-FOUND-SW.
           SET WS-HOL-IDX TO 1.
           PERFORM TEST-HOLIDAY-ENTRY
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
                  OR WS-HOL-FOUND.
           IF WS-HOL-FOUND
               SET WS-HOL-IDX DOWN BY 1
           END-IF.

       TEST-HOLIDAY-ENTRY.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-BLD-DATE
               MOVE 'Y' TO WS-HOL-FOUND-SW
           END-IF.

      *    THE DAY OF THE WEEK COMES FROM THE SERIAL DAY NUMBER -
      *    SERIAL 1 IS MONDAY 1 JANUARY OF YEAR 1, SO THE SERIAL
      *    MODULO 7 IS 0 FOR SUNDAY THROUGH 6 FOR SATURDAY.
       BUILD-CALENDAR-YEAR.
           MOVE WS-YEAR-START TO WS-DC-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-DC-SERIAL  TO WS-BLD-SERIAL.
           MOVE WS-CAL-YEAR   TO WS-BLD-YYYY.

           PERFORM BUILD-CALENDAR-MONTH
               VARYING WS-BLD-MM FROM 1 BY 1
               UNTIL WS-BLD-MM > 12.

       BUILD-CALENDAR-MONTH.
           MOVE ZERO TO WS-MON-WORKING(WS-BLD-MM)
                        WS-MON-WEEKEND(WS-BLD-MM)
                        WS-MON-HOLIDAY(WS-BLD-MM)
                        WS-MON-LAST-WORK(WS-BLD-MM).

           MOVE WS-DAYS-IN-MONTH(WS-BLD-MM) TO WS-BLD-DIM.
           IF WS-BLD-MM = 2
               MOVE WS-CAL-YEAR TO WS-DC-YYYY
               PERFORM TEST-LEAP-YEAR
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-BLD-DIM
               END-IF
           END-IF.

           PERFORM BUILD-CALENDAR-DAY
               VARYING WS-BLD-DD FROM 1 BY 1
               UNTIL WS-BLD-DD > WS-BLD-DIM.

       BUILD-CALENDAR-DAY.
           ADD 1 TO WS-YR-COUNT.
           MOVE WS-BLD-MM TO WS-BLD-DATE-MM.
           MOVE WS-BLD-DD TO WS-BLD-DATE-DD.

           DIVIDE WS-BLD-SERIAL BY 7 GIVING WS-BLD-QUOT
               REMAINDER WS-BLD-WEEKDAY.

           MOVE WS-BLD-DATE TO WS-YR-DATE(WS-YR-COUNT).
           MOVE WS-WEEKDAY-NAME(WS-BLD-WEEKDAY + 1)
                            TO WS-YR-WEEKDAY(WS-YR-COUNT).
           MOVE 'N'         TO WS-YR-MONTH-END-SW(WS-YR-COUNT)
                               WS-YR-QUARTER-END-SW(WS-YR-COUNT).
           MOVE SPACES      TO WS-YR-DESC(WS-YR-COUNT).

           PERFORM LOOKUP-HOLIDAY.

           EVALUATE TRUE
               WHEN WS-HOL-FOUND
                   MOVE 'H' TO WS-YR-DAY-TYPE(WS-YR-COUNT)
                   MOVE WS-HOL-DESC(WS-HOL-IDX)
                       TO WS-YR-DESC(WS-YR-COUNT)
                   ADD 1 TO WS-MON-HOLIDAY(WS-BLD-MM)
               WHEN WS-BLD-WEEKDAY = 0 OR WS-BLD-WEEKDAY = 6
                   MOVE 'E' TO WS-YR-DAY-TYPE(WS-YR-COUNT)
                   ADD 1 TO WS-MON-WEEKEND(WS-BLD-MM)
               WHEN OTHER
                   MOVE 'W' TO WS-YR-DAY-TYPE(WS-YR-COUNT)
                   ADD 1 TO WS-MON-WORKING(WS-BLD-MM)
                   MOVE WS-YR-COUNT TO WS-MON-LAST-WORK(WS-BLD-MM)
           END-EVALUATE.

           ADD 1 TO WS-BLD-SERIAL.

      *    MONTH-END IS THE LAST WORKING DAY OF THE MONTH, NOT THE
      *    LAST CALENDAR DAY - THE CLOSE RUNS THE NIGHT OF THE LAST
      *    DAY THE BUSINESS WAS OPEN.
       FLAG-PERIOD-ENDS.
           PERFORM FLAG-ONE-MONTH-END
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12.

       FLAG-ONE-MONTH-END.
           IF WS-MON-LAST-WORK(WS-MON-SUB) > ZERO
               MOVE WS-MON-LAST-WORK(WS-MON-SUB) TO WS-YR-SUB
               MOVE 'Y' TO WS-YR-MONTH-END-SW(WS-YR-SUB)
               IF WS-MON-SUB = 3 OR 6 OR 9 OR 12
                   MOVE 'Y' TO WS-YR-QUARTER-END-SW(WS-YR-SUB)
               END-IF
           END-IF.

      *    THE BUSINESS-DAY ROUTINE REFUSES A CALENDAR WITH A DAY
      *    MISSING, AND THE CYCLE STOPS WITHOUT ONE. SO THE EXISTING
      *    CALENDAR IS READ THROUGH FIRST: IF IT ENDS BEFORE THE DAY
      *    BEFORE THE NEW YEAR, OR RESUMES AFTER THE DAY AFTER IT,
      *    THE RUN ENDS RC 8 AND THE CALENDAR IS COPIED FORWARD AS
      *    IT WAS. BUILD THE MISSING YEARS FIRST, IN ORDER.
       CHECK-MERGE-GAPS.
           MOVE ZERO TO WS-LAST-BEFORE-DATE
                        WS-FIRST-AFTER-DATE.
           PERFORM OPEN-CALIN-FILE.
           PERFORM SCAN-CALIN-RECORD UNTIL WS-CALIN-EOF.

           IF WS-CALIN-OPEN
               CLOSE CALIN-FILE
           END-IF.
           MOVE 'N' TO WS-CALIN-EOF-SW
                       WS-CALIN-OPEN-SW.

           IF WS-LAST-BEFORE-DATE > ZERO
              AND WS-LAST-BEFORE-DATE NOT = WS-PRIOR-YEAR-END
               STRING 'CALENDAR GAP - EARLIER DATES END AT '
                      WS-LAST-BEFORE-DATE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF WS-FIRST-AFTER-DATE > ZERO
              AND WS-FIRST-AFTER-DATE NOT = WS-NEXT-YEAR-START
               STRING 'CALENDAR GAP - LATER DATES RESUME AT '
                      WS-FIRST-AFTER-DATE
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       SCAN-CALIN-RECORD.
           IF CIN-DATE < WS-YEAR-START
               MOVE CIN-DATE TO WS-LAST-BEFORE-DATE
           END-IF.

           IF CIN-DATE > WS-YEAR-END
              AND WS-FIRST-AFTER-DATE = ZERO
               MOVE CIN-DATE TO WS-FIRST-AFTER-DATE
           END-IF.

           PERFORM READ-CALIN-RECORD.

      *    THE NEW YEAR REPLACES ANY EXISTING RECORDS FOR THE SAME
      *    YEAR; EARLIER AND LATER YEARS ARE CARRIED AS THEY ARE.
      *    CHECK-MERGE-GAPS HAS ALREADY PROVED THEY MEET IT.
       MERGE-CALENDAR.
           PERFORM OPEN-CALIN-FILE.

           PERFORM COPY-EARLIER-RECORD
               UNTIL WS-CALIN-EOF
                  OR CIN-DATE NOT < WS-YEAR-START.

           PERFORM SKIP-REPLACED-RECORD
               UNTIL WS-CALIN-EOF
                  OR CIN-DATE > WS-YEAR-END.

           PERFORM WRITE-YEAR-RECORD
               VARYING WS-YR-SUB FROM 1 BY 1
               UNTIL WS-YR-SUB > WS-YR-COUNT.

           PERFORM COPY-LATER-RECORD UNTIL WS-CALIN-EOF.

           IF WS-CALIN-OPEN
               CLOSE CALIN-FILE
           END-IF.

       OPEN-CALIN-FILE.
           OPEN INPUT CALIN-FILE.

           IF WS-CALIN-STATUS = '00'
               SET WS-CALIN-OPEN TO TRUE
               PERFORM READ-CALIN-RECORD
           ELSE
               SET WS-CALIN-EOF TO TRUE
           END-IF.

       READ-CALIN-RECORD.
           READ CALIN-FILE
               AT END
                   SET WS-CALIN-EOF TO TRUE
           END-READ.

       COPY-EARLIER-RECORD.
           WRITE BUSCAL-RECORD FROM CALIN-RECORD.
           ADD 1 TO WS-CARRIED-BEFORE.
           MOVE CIN-DATE TO WS-LAST-BEFORE-DATE.
           PERFORM READ-CALIN-RECORD.

       SKIP-REPLACED-RECORD.
           ADD 1 TO WS-REPLACED-COUNT.
           PERFORM READ-CALIN-RECORD.

       WRITE-YEAR-RECORD.
           MOVE SPACES TO BUSCAL-RECORD.
           MOVE WS-YR-DATE(WS-YR-SUB)      TO BCAL-DATE.
           MOVE WS-YR-DAY-TYPE(WS-YR-SUB)  TO BCAL-DAY-TYPE.
           MOVE WS-YR-MONTH-END-SW(WS-YR-SUB)
                                           TO BCAL-MONTH-END-SW.
           MOVE WS-YR-QUARTER-END-SW(WS-YR-SUB)
                                           TO BCAL-QUARTER-END-SW.
           MOVE WS-YR-WEEKDAY(WS-YR-SUB)   TO BCAL-WEEKDAY.
           MOVE WS-YR-DESC(WS-YR-SUB)      TO BCAL-DESCRIPTION.
           WRITE BUSCAL-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

       COPY-LATER-RECORD.
           WRITE BUSCAL-RECORD FROM CALIN-RECORD.
           ADD 1 TO WS-CARRIED-AFTER.
           PERFORM READ-CALIN-RECORD.

      *    A FAILED RUN STILL CUTS THE NEW GENERATION, AS A STRAIGHT
      *    COPY, SO THE CYCLE KEEPS READING THE CALENDAR IT HAD.
       COPY-CALENDAR-UNCHANGED.
           PERFORM OPEN-CALIN-FILE.
           PERFORM COPY-EARLIER-RECORD UNTIL WS-CALIN-EOF.

           IF WS-CALIN-OPEN
               CLOSE CALIN-FILE
           END-IF.

           MOVE 'RUN REJECTED - CALENDAR COPIED FORWARD UNCHANGED'
               TO WS-MSG-TEXT.
           PERFORM WRITE-MESSAGE-LINE.

      *    SERIAL DAY NUMBER FROM THE PROLEPTIC GREGORIAN YEAR 1.
       DATE-TO-SERIAL.
           COMPUTE WS-DC-Y1 = WS-DC-YYYY - 1.
           COMPUTE WS-DC-LEAPS = WS-DC-Y1 / 4.
           COMPUTE WS-DC-WORK  = WS-DC-Y1 / 100.
           SUBTRACT WS-DC-WORK FROM WS-DC-LEAPS.
           COMPUTE WS-DC-WORK  = WS-DC-Y1 / 400.
           ADD WS-DC-WORK TO WS-DC-LEAPS.

           IF WS-DC-MM >= 1 AND WS-DC-MM <= 12
               MOVE WS-DC-OFFSET(WS-DC-MM) TO WS-DC-MONTH-OFFSET
           ELSE
               MOVE ZERO TO WS-DC-MONTH-OFFSET
           END-IF.

           COMPUTE WS-DC-SERIAL =
               WS-DC-Y1 * 365 + WS-DC-LEAPS
               + WS-DC-MONTH-OFFSET + WS-DC-DD.

           IF WS-DC-MM > 2
               PERFORM TEST-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-DC-SERIAL
               END-IF
           END-IF.

       TEST-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-YEAR-SW.
           DIVIDE WS-DC-YYYY BY 4 GIVING WS-DC-WORK
               REMAINDER WS-DC-REM.
           IF WS-DC-REM = ZERO
               DIVIDE WS-DC-YYYY BY 100 GIVING WS-DC-WORK
                   REMAINDER WS-DC-REM
               IF WS-DC-REM = ZERO
                   DIVIDE WS-DC-YYYY BY 400 GIVING WS-DC-WORK
                       REMAINDER WS-DC-REM
                   IF WS-DC-REM = ZERO
                       SET WS-LEAP-YEAR TO TRUE
                   END-IF
               ELSE
                   SET WS-LEAP-YEAR TO TRUE
               END-IF
           END-IF.

       PRINT-MONTH-SUMMARY.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           WRITE RPT-DETAIL-LINE FROM WS-MONTH-HEADING-LAYOUT.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           ADD 3 TO WS-LINE-COUNT.

           PERFORM PRINT-MONTH-LINE
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > 12.

       PRINT-MONTH-LINE.
           PERFORM CHECK-PAGE-BREAK.

           MOVE WS-MON-SUB TO WS-BLD-DATE-MM.
           MOVE SPACES TO WS-ML-MONTH.
           STRING WS-BLD-DATE-MM '/' WS-CAL-YEAR
               DELIMITED BY SIZE INTO WS-ML-MONTH.
           MOVE WS-MON-WORKING(WS-MON-SUB) TO WS-ML-WORKING.
           MOVE WS-MON-WEEKEND(WS-MON-SUB) TO WS-ML-WEEKEND.
           MOVE WS-MON-HOLIDAY(WS-MON-SUB) TO WS-ML-HOLIDAY.
           MOVE SPACES TO WS-ML-MONTH-END
                          WS-ML-QUARTER-END.

           IF WS-MON-LAST-WORK(WS-MON-SUB) > ZERO
               MOVE WS-MON-LAST-WORK(WS-MON-SUB) TO WS-YR-SUB
               MOVE WS-YR-DATE(WS-YR-SUB) TO WS-ML-MONTH-END
               IF WS-YR-QUARTER-END-SW(WS-YR-SUB) = 'Y'
                   MOVE 'YES' TO WS-ML-QUARTER-END
               END-IF
           ELSE
               MOVE 'NONE' TO WS-ML-MONTH-END
           END-IF.

           WRITE RPT-DETAIL-LINE FROM WS-MONTH-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-HOLIDAY-LIST.
           PERFORM CHECK-PAGE-BREAK.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES TO WS-SECTION-LAYOUT.
           MOVE 'COMPANY HOLIDAYS APPLIED' TO WS-SC-TITLE.
           WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           ADD 3 TO WS-LINE-COUNT.

           PERFORM PRINT-HOLIDAY-LINE
               VARYING WS-YR-SUB FROM 1 BY 1
               UNTIL WS-YR-SUB > WS-YR-COUNT.

       PRINT-HOLIDAY-LINE.
           IF WS-YR-DAY-TYPE(WS-YR-SUB) = 'H'
               PERFORM CHECK-PAGE-BREAK
               MOVE WS-YR-DATE(WS-YR-SUB)    TO WS-HL-DATE
               MOVE WS-YR-WEEKDAY(WS-YR-SUB) TO WS-HL-WEEKDAY
               MOVE WS-YR-DESC(WS-YR-SUB)    TO WS-HL-DESC
               IF WS-YR-WEEKDAY(WS-YR-SUB) = 'SAT' OR 'SUN'
                   MOVE 'FALLS ON A WEEKEND'  TO WS-HL-NOTE
               ELSE
                   MOVE SPACES                TO WS-HL-NOTE
               END-IF
               WRITE RPT-DETAIL-LINE FROM WS-HOLIDAY-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

       WRITE-MESSAGE-LINE.
           PERFORM CHECK-PAGE-BREAK.
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
           MOVE WS-CAL-YEAR         TO HDG-CAL-YEAR.
           MOVE WS-HEADING-2-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 8 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.

           MOVE 'HOLIDAY CARDS READ             =' TO WS-TL-LABEL.
           MOVE WS-HOL-CARDS                       TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'HOLIDAY CARDS REJECTED         =' TO WS-TL-LABEL.
           MOVE WS-HOL-REJECTED                    TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'EARLIER DAYS CARRIED           =' TO WS-TL-LABEL.
           MOVE WS-CARRIED-BEFORE                  TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'DAYS REPLACED FOR THE YEAR     =' TO WS-TL-LABEL.
           MOVE WS-REPLACED-COUNT                  TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'DAYS WRITTEN FOR THE YEAR      =' TO WS-TL-LABEL.
           MOVE WS-WRITTEN-COUNT                   TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'LATER DAYS CARRIED             =' TO WS-TL-LABEL.
           MOVE WS-CARRIED-AFTER                   TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           ADD 7 TO WS-LINE-COUNT.

       TERMINATION.
           PERFORM PRINT-TOTALS.

           CLOSE CALOUT-FILE.
           CLOSE RPT-FILE.

           DISPLAY 'DB2CALMN - YEAR ' WS-CAL-YEAR
                   ' DAYS WRITTEN=' WS-WRITTEN-COUNT
                   ' HOLIDAYS=' WS-HOL-COUNT
                   ' REJECTED=' WS-HOL-REJECTED.
