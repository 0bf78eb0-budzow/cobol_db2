           05  WS-BUSINESS-DATE            PIC X(10) VALUE SPACES.
           05  WS-RUNCTL-FOUND-SW          PIC X(01) VALUE 'N'.
               88  WS-RUNCTL-FOUND                   VALUE 'Y'.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

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

           COPY STATPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM BEGIN-RUN-STATISTICS.

           PERFORM READ-PARM-CARD.

           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'DB2RUNCT - NO BUSINESS DATE SUPPLIED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CHECK-BUSINESS-CALENDAR
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM READ-RUN-CONTROL
               PERFORM RESOLVE-RUN-CONTROL
           END-IF.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       READ-PARM-CARD.
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-BUSDATE TO WS-BUSINESS-DATE
                       ADD 1 TO STATP-ROWS-FETCHED
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    THE BUSINESS DATE MUST BE A DAY THE BUSINESS CALENDAR
      *    KNOWS - EVERY DATE DECISION DOWNSTREAM IS TAKEN FROM IT.
      *    A CYCLE SUBMITTED FOR A WEEKEND OR HOLIDAY IS ALLOWED
      *    (A CATCH-UP RUN) BUT CALLED OUT ON THE JOB LOG.
       CHECK-BUSINESS-CALENDAR.
           MOVE WS-BUSINESS-DATE TO WS-BUSDATE-X.

           IF WS-BD-YYYY NUMERIC
              AND WS-BD-MM NUMERIC
              AND WS-BD-DD NUMERIC
               MOVE WS-BD-YYYY TO WS-BY-YYYY
               MOVE WS-BD-MM   TO WS-BY-MM
               MOVE WS-BD-DD   TO WS-BY-DD
               MOVE 'L'              TO CALP-FUNCTION
               MOVE WS-BUSDATE-YMD-N TO CALP-DATE-IN
               PERFORM CALL-BUSINESS-CALENDAR
               EVALUATE TRUE
                   WHEN CALP-OK
                       IF NOT CALP-WORKING-DAY
                           DISPLAY 'DB2RUNCT - WARNING - '
                                   WS-BUSINESS-DATE
                                   ' IS NOT A WORKING DAY ON THE'
                                   ' BUSINESS CALENDAR'
                       END-IF
                   WHEN CALP-NOT-COVERED
                       DISPLAY 'DB2RUNCT - BUSINESS DATE '
                               WS-BUSINESS-DATE
                               ' NOT ON THE BUSINESS CALENDAR'
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'DB2RUNCT - BUSINESS CALENDAR'
                               ' UNUSABLE - RC ' CALP-RETURN-CODE
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           ELSE
               DISPLAY 'DB2RUNCT - BUSINESS DATE ' WS-BUSINESS-DATE
                       ' IS NOT MM/DD/YYYY'
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-BUSINESS-CALENDAR.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2CALDT' USING CALP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.

       READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.

                   NOT AT END
                       MOVE RUNCTL-RECORD TO WS-RUNCTL-RECORD
                       MOVE 'Y' TO WS-RUNCTL-FOUND-SW
                       ADD 1 TO STATP-ROWS-FETCHED
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
       WRITE-FRESH-RECORD.
           MOVE SPACES           TO WS-RUNCTL-RECORD.
           MOVE WS-BUSINESS-DATE TO WS-RC-BUSINESS-DATE.
           MOVE CALP-DAY-TYPE       TO WS-RC-DAY-TYPE.
           MOVE CALP-MONTH-END-SW   TO WS-RC-MONTH-END-SW.
           MOVE CALP-QUARTER-END-SW TO WS-RC-QUARTER-END-SW.

           OPEN OUTPUT RUNCTL-FILE.
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.
           CLOSE RUNCTL-FILE.

           DISPLAY 'DB2RUNCT - RUN CONTROL INITIALIZED FOR '
                   WS-BUSINESS-DATE
                   ' DAY TYPE ' WS-RC-DAY-TYPE
                   ' MONTH-END ' WS-RC-MONTH-END-SW
                   ' QUARTER-END ' WS-RC-QUARTER-END-SW.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2RUNCT' TO STATP-PROGRAM.
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
