           05  WS-BADDATE-COUNT            PIC S9(07) COMP VALUE ZERO.
           05  WS-WAREHOUSE-IN             PIC S9(07) COMP VALUE ZERO.
           05  WS-NEW-IN                   PIC S9(07) COMP VALUE ZERO.
           05  WS-ROLLED-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-RELEASE-DATE             PIC X(08).
           05  WS-CAL-WARNED-SW            PIC X(01)  VALUE 'N'.
               88  WS-CAL-WARNED                       VALUE 'Y'.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.
           05  WS-SOURCE-TAG               PIC X(09).

           COPY RUNCTL REPLACING LEADING ==RUNCTL== BY ==WS-RUNCTL==
       01  WS-BUSDATE-X REDEFINES WS-BUSDATE
                                           PIC 9(08).

           COPY CALPARM.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(11)
                   VALUE 'DISPOSITION'.
           05  FILLER                      PIC X(17)  VALUE SPACES.
           05  FILLER                      PIC X(10)
                   VALUE 'RELEASE ON'.
           05  FILLER                      PIC X(49)  VALUE SPACES.

       01  WS-DETAIL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DT-EFF-DATE              PIC X(08).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DT-DISPOSITION           PIC X(26).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DT-RELEASE-DATE          PIC X(08).
           05  FILLER                      PIC X(51)  VALUE SPACES.

       01  WS-TOTAL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           MOVE TRAN-TYPE        TO WS-DT-TYPE.
           MOVE TRAN-EMPNO       TO WS-DT-EMPNO.
           MOVE TRAN-EFF-DATE    TO WS-DT-EFF-DATE.
           MOVE TRAN-EFF-DATE    TO WS-RELEASE-DATE.

           IF TRAN-EFF-DATE NUMERIC
              AND TRAN-EFF-DATE NOT = '00000000'
               PERFORM RESOLVE-RELEASE-DATE
               MOVE WS-RELEASE-DATE TO WS-DT-RELEASE-DATE
           END-IF.

      *    A MIS-KEYED EFFECTIVE DATE MUST NOT APPLY TONIGHT -
      *    DB2EMPMN HAS NO EFFECTIVE-DATE EDIT OF ITS OWN. THE
                       TO WS-DT-DISPOSITION
                   ADD 1 TO WS-BADDATE-COUNT
                   PERFORM WRITE-PENDING-TRAN
               WHEN WS-RELEASE-DATE <= WS-BUSDATE
                AND WS-RELEASE-DATE NOT = TRAN-EFF-DATE
                   MOVE 'RELEASED - NEXT BUS DAY' TO WS-DT-DISPOSITION
                   ADD 1 TO WS-ROLLED-COUNT
                   PERFORM WRITE-RELEASED-TRAN
               WHEN WS-RELEASE-DATE <= WS-BUSDATE
                   MOVE 'RELEASED - EFFECTIVE'  TO WS-DT-DISPOSITION
                   PERFORM WRITE-RELEASED-TRAN
               WHEN OTHER

           PERFORM PRINT-DETAIL-LINE.

      *    AN EFFECTIVE DATE THAT FALLS ON A WEEKEND OR COMPANY
      *    HOLIDAY RELEASES ON THE NEXT BUSINESS DAY, WHEN THE
      *    CYCLE IS ACTUALLY THERE TO PICK IT UP. A DATE OUTSIDE
      *    THE CALENDAR'S RANGE IS USED AS KEYED; IF THE CALENDAR
      *    CANNOT BE READ AT ALL EVERY DATE IS USED AS KEYED AND
      *    THE STEP ENDS RC=4 SO OPERATIONS SEE IT.
       RESOLVE-RELEASE-DATE.
           MOVE 'N'           TO CALP-FUNCTION.
           MOVE TRAN-EFF-DATE TO CALP-DATE-IN.
           PERFORM CALL-BUSINESS-CALENDAR.

           EVALUATE TRUE
               WHEN CALP-OK
                   MOVE CALP-DATE-OUT TO WS-RELEASE-DATE
               WHEN CALP-NOT-COVERED
                   CONTINUE
               WHEN OTHER
                   IF NOT WS-CAL-WARNED
                       DISPLAY 'DB2TRNRL - BUSINESS CALENDAR'
                               ' UNUSABLE - EFFECTIVE DATES USED'
                               ' AS KEYED'
                       MOVE 'Y' TO WS-CAL-WARNED-SW
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-BUSINESS-CALENDAR.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2CALDT' USING CALP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.

       WRITE-RELEASED-TRAN.
           WRITE TRAN-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD 1 TO WS-LINE-COUNT.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 7 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE WS-RELEASED-COUNT        TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE SPACES                   TO WS-TOTAL-LAYOUT.
           MOVE '  ROLLED TO BUS DAY  =' TO WS-TL-LABEL.
           MOVE WS-ROLLED-COUNT          TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE SPACES                   TO WS-TOTAL-LAYOUT.
           MOVE 'STILL PENDING        =' TO WS-TL-LABEL.
           MOVE WS-PENDING-COUNT         TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'HELD WITH BAD DATE   =' TO WS-TL-LABEL.
           MOVE WS-BADDATE-COUNT         TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           ADD 7 TO WS-LINE-COUNT.

       PRINT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
