           LABEL RECORDS OMITTED.
       01  PARM-IN-RECORD.
           05  PARM-IN-MONTH              PIC 9(06).
           05  FILLER                     PIC X(01).
           05  PARM-IN-RECLOSE            PIC X(01).
               88  PARM-IN-RECLOSE-REQUESTED          VALUE 'R'.
           05  FILLER                     PIC X(72).

       FD  RUNCTL-FILE
           RECORDING MODE F
               88  WS-RUNCTL-FOUND                     VALUE 'Y'.
           05  WS-STEP-BYPASS-SW           PIC X(01)  VALUE 'N'.
               88  WS-STEP-BYPASSED                    VALUE 'Y'.
           05  WS-NO-CLOSE-SW              PIC X(01)  VALUE 'N'.
               88  WS-NO-CLOSE-DUE                     VALUE 'Y'.
           05  WS-RECLOSE-SW               PIC X(01)  VALUE 'N'.
               88  WS-RECLOSE-REQUESTED                VALUE 'Y'.
           05  WS-MONTH-CLOSED-SW          PIC X(01)  VALUE 'N'.
               88  WS-MONTH-CLOSED                     VALUE 'Y'.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.
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

           COPY CALPARM.

       01  WS-CLOSE-MONTH                  PIC 9(06)  VALUE ZERO.
       01  WS-CLOSE-MONTH-PARTS REDEFINES WS-CLOSE-MONTH.
           05  WS-CM-YYYY                  PIC 9(04).
           PERFORM INITIALIZATION.

           IF RETURN-CODE NOT = 16
               IF WS-STEP-BYPASSED OR WS-NO-CLOSE-DUE
                   PERFORM COPY-PRIOR-SUMMARY
               ELSE
                   PERFORM GATHER-HEADCOUNTS

           PERFORM READ-PARM-CARD.

           PERFORM CHECK-RUN-CONTROL.

           IF WS-CLOSE-MONTH = ZERO
               PERFORM DETECT-CLOSE-MONTH
           END-IF.

           IF WS-CLOSE-MONTH NOT = ZERO
               PERFORM SET-PRIOR-MONTH
               PERFORM CHECK-MONTH-CLOSED
           END-IF.

       READ-PARM-CARD.
                       IF PARM-IN-MONTH NUMERIC
                          AND PARM-IN-MONTH > ZERO
                           MOVE PARM-IN-MONTH TO WS-CLOSE-MONTH
                           IF PARM-IN-RECLOSE-REQUESTED
                               MOVE 'Y' TO WS-RECLOSE-SW
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    WITH NO MONTH ON THE PARM CARD THE CLOSE IS DRIVEN BY THE
      *    BUSINESS CALENDAR: THE RUN CONTROL BUSINESS DATE CLOSES
      *    ITS MONTH WHEN IT IS THE MONTH'S LAST WORKING DAY. ON
      *    OTHER NIGHTS THE DB2MEDUE GATE STEP KEEPS THIS STEP FROM
      *    RUNNING AT ALL; RUN WITHOUT IT, THE STEP ENDS RC=4 WITH
      *    NOTHING CLOSED. A MONTH ON THE CARD FORCES THAT CLOSE.
       DETECT-CLOSE-MONTH.
           MOVE WS-RC-BUSINESS-DATE TO WS-BUSDATE-X.

           IF NOT WS-RUNCTL-FOUND
              OR WS-BD-YYYY NOT NUMERIC
              OR WS-BD-MM NOT NUMERIC
              OR WS-BD-DD NOT NUMERIC
               DISPLAY 'DB2MOEND - NO CLOSE MONTH SUPPLIED AND NO'
                       ' RUN CONTROL BUSINESS DATE'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-BD-YYYY TO WS-BY-YYYY
               MOVE WS-BD-MM   TO WS-BY-MM
               MOVE WS-BD-DD   TO WS-BY-DD
               MOVE 'L'              TO CALP-FUNCTION
               MOVE WS-BUSDATE-YMD-N TO CALP-DATE-IN
               PERFORM CALL-BUSINESS-CALENDAR
               EVALUATE TRUE
                   WHEN CALP-OK AND CALP-MONTH-END
                       MOVE WS-BUSDATE-YMD-N(1:6) TO WS-CLOSE-MONTH
                       DISPLAY 'DB2MOEND - ' WS-RC-BUSINESS-DATE
                               ' IS MONTH-END - CLOSING '
                               WS-CLOSE-MONTH
                   WHEN CALP-OK
                       MOVE 'Y' TO WS-NO-CLOSE-SW
                       DISPLAY 'DB2MOEND - ' WS-RC-BUSINESS-DATE
                               ' IS NOT MONTH-END - NO CLOSE DUE'
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'DB2MOEND - BUSINESS CALENDAR HAS NO'
                               ' ANSWER FOR ' WS-RC-BUSINESS-DATE
                               ' - RC ' CALP-RETURN-CODE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-BUSINESS-CALENDAR.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2CALDT' USING CALP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.

       SET-PRIOR-MONTH.
           MOVE WS-CLOSE-MONTH TO WS-PRIOR-MONTH.
           IF WS-PM-MM = 1
                   NOT AT END
                       MOVE RUNCTL-RECORD TO WS-RUNCTL-RECORD
                       MOVE 'Y' TO WS-RUNCTL-FOUND-SW
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

      *    A MONTH IS CLOSED ONCE ITS RECORDS ARE ON THE CARRIED
      *    SUMMARY HISTORY, WHATEVER BUSINESS DATE CLOSED IT. A
      *    FORCED MONTH ALREADY THERE IS NOT CLOSED AGAIN UNLESS
      *    THE CARD ASKS FOR A RE-CLOSE (R IN COL 8), WHICH
      *    REPLACES THAT MONTH'S RECORDS.
       CHECK-MONTH-CLOSED.
           MOVE 'N' TO WS-FILE-EOF-SW.
           OPEN INPUT MOSUMIN-FILE.

           IF WS-MOSUMIN-STATUS = '00'
               PERFORM TEST-CLOSED-RECORD
                   UNTIL WS-FILE-EOF OR WS-MONTH-CLOSED
               CLOSE MOSUMIN-FILE
           END-IF.

           IF WS-MONTH-CLOSED
               IF WS-RECLOSE-REQUESTED
                   DISPLAY 'DB2MOEND - RE-CLOSING ' WS-CLOSE-MONTH
                           ' - ITS SUMMARY RECORDS ARE REPLACED'
               ELSE
                   MOVE 'Y' TO WS-STEP-BYPASS-SW
                   DISPLAY 'DB2MOEND BYPASSED - CLOSE ALREADY'
                           ' COMPLETE FOR ' WS-CLOSE-MONTH
               END-IF
           END-IF.

       TEST-CLOSED-RECORD.
           READ MOSUMIN-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
               NOT AT END
                   IF MIN-MONTH = WS-CLOSE-MONTH
                       MOVE 'Y' TO WS-MONTH-CLOSED-SW
                   END-IF
           END-READ.

      *    THE MONTH-END CLOSE HAS ONLY THIS ONE STEP, SO ALL FIVE
      *    FLAGS ARE COMPLETED TOGETHER - DB2RUNCT ONLY STOPS A
      *    DUPLICATE SUBMISSION (RC=12) WHEN EVERY FLAG SHOWS
      *    COMPLETE.
       UPDATE-RUN-CONTROL.
           IF WS-RUNCTL-FOUND AND RETURN-CODE NOT = 16
              AND NOT WS-NO-CLOSE-DUE
               IF WS-STEP-BYPASSED
                   MOVE 'B' TO WS-RC-STEP010-STATUS
               ELSE

           PERFORM PRINT-PAGE-HEADERS.
           MOVE SPACES TO WS-SECTION-LAYOUT.
           IF WS-NO-CLOSE-DUE
               MOVE 'NOT A MONTH-END BUSINESS DATE - NO CLOSE DUE'
                   TO WS-SC-TITLE
           ELSE
               MOVE 'CLOSE ALREADY COMPLETE - PACK NOT REBUILT'
                   TO WS-SC-TITLE
           END-IF.
           WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT.

       COPY-SUMMARY-RECORD.
