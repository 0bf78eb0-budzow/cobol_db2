       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2CALDT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSCAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSCAL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-FIELDS.
           05  WS-BUSCAL-STATUS            PIC X(02).
           05  WS-LOADED-SW                PIC X(01)  VALUE 'N'.
               88  WS-CALENDAR-LOADED                  VALUE 'Y'.
           05  WS-USABLE-SW                PIC X(01)  VALUE 'N'.
               88  WS-CALENDAR-USABLE                  VALUE 'Y'.
           05  WS-BUSCAL-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-BUSCAL-EOF                       VALUE 'Y'.
           05  WS-RAN-OFF-SW               PIC X(01)  VALUE 'N'.
               88  WS-RAN-OFF-END                      VALUE 'Y'.
           05  WS-PREV-DATE                PIC 9(08)  VALUE ZERO.
           05  WS-STEP-COUNT               PIC S9(05) COMP VALUE ZERO.
           05  WS-STEP-TARGET              PIC S9(05) COMP VALUE ZERO.

      *    THE DAY AFTER WS-PREV-DATE - THE ONLY DATE THE NEXT
      *    CALENDAR RECORD MAY CARRY.
       01  WS-EXPECT-AREA.
           05  WS-EXPECT-DATE              PIC 9(08)  VALUE ZERO.
           05  WS-EXPECT-DATE-R REDEFINES WS-EXPECT-DATE.
               10  WS-EXPECT-YYYY          PIC 9(04).
               10  WS-EXPECT-MM            PIC 9(02).
               10  WS-EXPECT-DD            PIC 9(02).
           05  WS-EXPECT-MONTH-DAYS        PIC 9(02)  VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(04)  VALUE ZERO.
           05  WS-LEAP-REM-4               PIC 9(04)  VALUE ZERO.
           05  WS-LEAP-REM-100             PIC 9(04)  VALUE ZERO.
           05  WS-LEAP-REM-400             PIC 9(04)  VALUE ZERO.

       01  WS-MONTH-DAYS-TABLE.
           05  FILLER                      PIC X(24)
                   VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.

       01  WS-CAL-TABLE-AREA.
           05  WS-CAL-COUNT                PIC S9(05) COMP VALUE ZERO.
           05  WS-CAL-MAX                  PIC S9(05) COMP VALUE 4000.
           05  WS-CAL-ENTRY OCCURS 4000 TIMES
                             INDEXED BY WS-CAL-IDX.
               10  WS-CAL-DATE             PIC 9(08).
               10  WS-CAL-DAY-TYPE         PIC X(01).
               10  WS-CAL-MONTH-END-SW     PIC X(01).
               10  WS-CAL-QUARTER-END-SW   PIC X(01).
       01  WS-CAL-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  WS-CAL-FOUND                            VALUE 'Y'.

       LINKAGE SECTION.
           COPY CALPARM.

       PROCEDURE DIVISION USING CALP-PARM-AREA.
      *    THE CALENDAR IS READ ONCE, ON THE FIRST CALL OF THE STEP,
      *    AND HELD IN STORAGE FOR EVERY LATER CALL. A CALENDAR THAT
      *    FAILED ITS LOAD EDITS ANSWERS NOTHING - EVERY CALL GETS
      *    RETURN CODE 08 AND THE CALLER DECIDES HOW TO FALL BACK.
       MAIN-PARA.

           IF NOT WS-CALENDAR-LOADED
               PERFORM LOAD-CALENDAR
           END-IF.

           MOVE ZERO   TO CALP-DATE-OUT.
           MOVE SPACES TO CALP-DAY-TYPE
                          CALP-MONTH-END-SW
                          CALP-QUARTER-END-SW.
           MOVE ZERO   TO CALP-FIRST-DATE
                          CALP-LAST-DATE.

           IF NOT WS-CALENDAR-USABLE
               MOVE 08 TO CALP-RETURN-CODE
           ELSE
               MOVE WS-CAL-DATE(1)            TO CALP-FIRST-DATE
               MOVE WS-CAL-DATE(WS-CAL-COUNT) TO CALP-LAST-DATE
               EVALUATE TRUE
                   WHEN CALP-LOOKUP
                       PERFORM LOOKUP-DATE
                   WHEN CALP-NEXT-BUSINESS-DAY
                       PERFORM FIND-NEXT-BUSINESS-DAY
                   WHEN CALP-SHIFT-BUSINESS-DAYS
                       PERFORM SHIFT-BUSINESS-DAYS
                   WHEN OTHER
                       MOVE 12 TO CALP-RETURN-CODE
               END-EVALUATE
           END-IF.

           GOBACK.

       LOAD-CALENDAR.
           MOVE 'Y' TO WS-LOADED-SW.
           MOVE 'Y' TO WS-USABLE-SW.
           OPEN INPUT BUSCAL-FILE.

           IF WS-BUSCAL-STATUS = '00'
               PERFORM READ-CALENDAR-RECORD
                   UNTIL WS-BUSCAL-EOF OR NOT WS-CALENDAR-USABLE
               CLOSE BUSCAL-FILE
           ELSE
               DISPLAY 'DB2CALDT - BUSINESS CALENDAR NOT AVAILABLE'
                       ' - STATUS ' WS-BUSCAL-STATUS
               MOVE 'N' TO WS-USABLE-SW
           END-IF.

           IF WS-CALENDAR-USABLE AND WS-CAL-COUNT = ZERO
               DISPLAY 'DB2CALDT - BUSINESS CALENDAR IS EMPTY'
               MOVE 'N' TO WS-USABLE-SW
           END-IF.

       READ-CALENDAR-RECORD.
           READ BUSCAL-FILE
               AT END
                   SET WS-BUSCAL-EOF TO TRUE
               NOT AT END
                   PERFORM STORE-CALENDAR-RECORD
           END-READ.

      *    THE SHIFT AND NEXT-DAY FUNCTIONS WALK THE TABLE ONE
      *    SLOT AT A TIME, SO THE FILE MUST BE IN STRICT DATE
      *    SEQUENCE - DB2CALMN ALWAYS WRITES IT THAT WAY, AND
      *    ANYTHING ELSE MEANS THE FILE WAS EDITED BY HAND.
      *    THE WALK ALSO COUNTS ONE SLOT AS ONE CALENDAR DAY, SO
      *    EACH RECORD AFTER THE FIRST MUST BE THE DAY AFTER THE
      *    ONE BEFORE IT. A MISSING DAY MAKES THE CALENDAR
      *    UNUSABLE LIKE ANY OTHER LOAD ERROR - EVERY CALL GETS 08
      *    AND DB2RUNCT ENDS THE NIGHTLY CYCLE RC 16.
       STORE-CALENDAR-RECORD.
           IF WS-CAL-COUNT > ZERO
               PERFORM SET-EXPECTED-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-CAL-COUNT = WS-CAL-MAX
                   DISPLAY 'DB2CALDT - CALENDAR TABLE OVERFLOW -'
                           ' INCREASE WS-CAL-MAX'
                   MOVE 'N' TO WS-USABLE-SW
               WHEN BCAL-DATE NOT NUMERIC
                   DISPLAY 'DB2CALDT - NON-NUMERIC CALENDAR DATE '
                           BCAL-DATE
                   MOVE 'N' TO WS-USABLE-SW
               WHEN BCAL-DATE NOT > WS-PREV-DATE
                   DISPLAY 'DB2CALDT - CALENDAR OUT OF SEQUENCE AT '
                           BCAL-DATE
                   MOVE 'N' TO WS-USABLE-SW
               WHEN WS-CAL-COUNT > ZERO
                AND BCAL-DATE NOT = WS-EXPECT-DATE
                   DISPLAY 'DB2CALDT - CALENDAR HAS A GAP - '
                           WS-EXPECT-DATE ' MISSING BEFORE '
                           BCAL-DATE
                   MOVE 'N' TO WS-USABLE-SW
               WHEN NOT BCAL-VALID-TYPE
                   DISPLAY 'DB2CALDT - INVALID DAY TYPE FOR '
                           BCAL-DATE
                   MOVE 'N' TO WS-USABLE-SW
               WHEN OTHER
                   ADD 1 TO WS-CAL-COUNT
                   MOVE BCAL-DATE
                       TO WS-CAL-DATE(WS-CAL-COUNT)
                   MOVE BCAL-DAY-TYPE
                       TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
                   MOVE BCAL-MONTH-END-SW
                       TO WS-CAL-MONTH-END-SW(WS-CAL-COUNT)
                   MOVE BCAL-QUARTER-END-SW
                       TO WS-CAL-QUARTER-END-SW(WS-CAL-COUNT)
                   MOVE BCAL-DATE TO WS-PREV-DATE
           END-EVALUATE.

      *    GREGORIAN RULE: FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE
      *    BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.
      *    A FIRST RECORD WITH NO REAL MONTH LEAVES NOTHING TO
      *    EXPECT, SO THE NEXT RECORD IS REPORTED AS A GAP.
       SET-EXPECTED-DATE.
           MOVE WS-PREV-DATE TO WS-EXPECT-DATE.

           IF WS-EXPECT-MM < 1 OR WS-EXPECT-MM > 12
               MOVE ZERO TO WS-EXPECT-DATE
           ELSE
               PERFORM STEP-EXPECTED-DATE
           END-IF.

       STEP-EXPECTED-DATE.
           MOVE WS-MONTH-DAYS(WS-EXPECT-MM) TO WS-EXPECT-MONTH-DAYS.

           IF WS-EXPECT-MM = 2
               DIVIDE WS-EXPECT-YYYY BY 4   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-EXPECT-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-EXPECT-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                  AND (WS-LEAP-REM-100 NOT = ZERO
                       OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-EXPECT-MONTH-DAYS
               END-IF
           END-IF.

           IF WS-EXPECT-DD < WS-EXPECT-MONTH-DAYS
               ADD 1 TO WS-EXPECT-DD
           ELSE
               MOVE 1 TO WS-EXPECT-DD
               IF WS-EXPECT-MM < 12
                   ADD 1 TO WS-EXPECT-MM
               ELSE
                   MOVE 1 TO WS-EXPECT-MM
                   ADD 1 TO WS-EXPECT-YYYY
               END-IF
           END-IF.

       LOCATE-DATE.
           MOVE 'N' TO WS-CAL-FOUND-SW.

           IF CALP-DATE-IN >= WS-CAL-DATE(1)
              AND CALP-DATE-IN <= WS-CAL-DATE(WS-CAL-COUNT)
               SET WS-CAL-IDX TO 1
               PERFORM TEST-CAL-ENTRY
                   VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                      OR WS-CAL-FOUND
               IF WS-CAL-FOUND
                   SET WS-CAL-IDX DOWN BY 1
               END-IF
           END-IF.

       TEST-CAL-ENTRY.
           IF WS-CAL-DATE(WS-CAL-IDX) = CALP-DATE-IN
               MOVE 'Y' TO WS-CAL-FOUND-SW
           END-IF.

       RETURN-CAL-ENTRY.
           MOVE WS-CAL-DATE(WS-CAL-IDX)     TO CALP-DATE-OUT.
           MOVE WS-CAL-DAY-TYPE(WS-CAL-IDX) TO CALP-DAY-TYPE.
           MOVE WS-CAL-MONTH-END-SW(WS-CAL-IDX)
                                            TO CALP-MONTH-END-SW.
           MOVE WS-CAL-QUARTER-END-SW(WS-CAL-IDX)
                                            TO CALP-QUARTER-END-SW.
           MOVE 00 TO CALP-RETURN-CODE.

       LOOKUP-DATE.
           PERFORM LOCATE-DATE.

           IF WS-CAL-FOUND
               PERFORM RETURN-CAL-ENTRY
           ELSE
               MOVE 04 TO CALP-RETURN-CODE
           END-IF.

      *    A WEEKEND OR HOLIDAY DATE ROLLS FORWARD TO THE FIRST
      *    WORKING DAY AFTER IT. IF THE CALENDAR ENDS FIRST THE
      *    ANSWER IS UNKNOWN, NOT THE LAST DAY ON FILE.
       FIND-NEXT-BUSINESS-DAY.
           PERFORM LOCATE-DATE.

           IF WS-CAL-FOUND
               MOVE 'N' TO WS-RAN-OFF-SW
               PERFORM STEP-TO-NEXT-DAY
                   UNTIL WS-CAL-DAY-TYPE(WS-CAL-IDX) = 'W'
                      OR WS-RAN-OFF-END
               IF WS-RAN-OFF-END
                   MOVE 04 TO CALP-RETURN-CODE
               ELSE
                   PERFORM RETURN-CAL-ENTRY
               END-IF
           ELSE
               MOVE 04 TO CALP-RETURN-CODE
           END-IF.

       SHIFT-BUSINESS-DAYS.
           PERFORM LOCATE-DATE.

           IF WS-CAL-FOUND
               MOVE 'N'  TO WS-RAN-OFF-SW
               MOVE ZERO TO WS-STEP-COUNT
               IF CALP-DAYS < ZERO
                   COMPUTE WS-STEP-TARGET = ZERO - CALP-DAYS
                   PERFORM STEP-BACK-ONE-WORKING-DAY
                       UNTIL WS-STEP-COUNT = WS-STEP-TARGET
                          OR WS-RAN-OFF-END
               ELSE
                   MOVE CALP-DAYS TO WS-STEP-TARGET
                   PERFORM STEP-AHEAD-ONE-WORKING-DAY
                       UNTIL WS-STEP-COUNT = WS-STEP-TARGET
                          OR WS-RAN-OFF-END
               END-IF
               IF WS-RAN-OFF-END
                   MOVE 04 TO CALP-RETURN-CODE
               ELSE
                   PERFORM RETURN-CAL-ENTRY
               END-IF
           ELSE
               MOVE 04 TO CALP-RETURN-CODE
           END-IF.

       STEP-AHEAD-ONE-WORKING-DAY.
           PERFORM STEP-TO-NEXT-DAY.

           IF NOT WS-RAN-OFF-END
              AND WS-CAL-DAY-TYPE(WS-CAL-IDX) = 'W'
               ADD 1 TO WS-STEP-COUNT
           END-IF.

       STEP-BACK-ONE-WORKING-DAY.
           PERFORM STEP-TO-PRIOR-DAY.

           IF NOT WS-RAN-OFF-END
              AND WS-CAL-DAY-TYPE(WS-CAL-IDX) = 'W'
               ADD 1 TO WS-STEP-COUNT
           END-IF.

       STEP-TO-NEXT-DAY.
           IF WS-CAL-IDX < WS-CAL-COUNT
               SET WS-CAL-IDX UP BY 1
           ELSE
               MOVE 'Y' TO WS-RAN-OFF-SW
           END-IF.

       STEP-TO-PRIOR-DAY.
           IF WS-CAL-IDX > 1
               SET WS-CAL-IDX DOWN BY 1
           ELSE
               MOVE 'Y' TO WS-RAN-OFF-SW
           END-IF.
