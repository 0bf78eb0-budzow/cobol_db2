           SELECT HISTOUT-FILE ASSIGN TO HISTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           LABEL RECORDS OMITTED.
           COPY HCHIST.

       FD  RUNCTL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY RUNCTL.

       FD  PARM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  WS-CONTROL-FIELDS.
           05  WS-HISTIN-STATUS            PIC X(02).
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-RUNCTL-STATUS            PIC X(02).
           05  WS-DEPTCNT-EOF-SW           PIC X(01)  VALUE 'N'.
               88  WS-DEPTCNT-EOF                      VALUE 'Y'.
           05  WS-HISTIN-EOF-SW            PIC X(01)  VALUE 'N'.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-THRESHOLD-PCT            PIC 9(03)  VALUE 10.
           05  WS-FLAG-COUNT               PIC S9(05) COMP VALUE ZERO.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

           COPY RUNCTL REPLACING LEADING ==RUNCTL== BY ==WS-RUNCTL==
                                 LEADING ==RC==     BY ==WS-RC==.

       01  WS-TONIGHT-TABLE-AREA.
           05  WS-TN-COUNT                 PIC S9(04) COMP VALUE ZERO.

       01  WS-RING-AREA.
           05  WS-RING-N                   PIC S9(09) COMP VALUE ZERO.
           05  WS-RING-MAX                 PIC S9(04) COMP VALUE 60.
           05  WS-RING-USED                PIC S9(04) COMP.
           05  WS-RING-POS                 PIC S9(04) COMP.
           05  WS-RING-ENTRY OCCURS 60 TIMES.
               10  WS-RING-DATE            PIC 9(08).
               10  WS-RING-COUNT           PIC 9(07).

       01  WS-TREND-FIELDS.
           05  WS-CUR-DEPT                 PIC X(03).
           05  WS-CUR-COUNT                PIC S9(07) COMP.
           05  WS-WEEK-TARGET              PIC 9(08)  VALUE ZERO.
           05  WS-WEEK-BEST-DATE           PIC 9(08).
           05  WS-WEEK-COUNT               PIC S9(07) COMP.
           05  WS-WEEK-FOUND-SW            PIC X(01).
               88  WS-WEEK-FOUND                       VALUE 'Y'.
           05  WS-MONTH-TARGET             PIC 9(08)  VALUE ZERO.
           05  WS-MONTH-BEST-DATE          PIC 9(08).
           05  WS-MONTH-COUNT              PIC S9(07) COMP.
           05  WS-MONTH-FOUND-SW           PIC X(01).
               88  WS-MONTH-FOUND                      VALUE 'Y'.
           05  WS-RING-QUOT                PIC S9(09) COMP.
           05  WS-TN-CURRENT-DEPT          PIC X(03).
           05  WS-LAST-HIST-DATE           PIC 9(08)  VALUE ZERO.

       01  WS-BUSDATE.
           05  WS-BUSDATE-YYYY             PIC 9(04).
           05  WS-BUSDATE-MM               PIC 9(02).
           05  WS-BUSDATE-DD               PIC 9(02).
       01  WS-BUSDATE-X REDEFINES WS-BUSDATE
                                           PIC 9(08).

           COPY CALPARM.

           COPY STATPARM.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(07)
                   VALUE 'NET 1WK'.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(12)
                   VALUE 'COMPARED TO '.
           05  HDG-WEEK-DATE               PIC 9(08).
           05  FILLER                      PIC X(05)  VALUE ' AND '.
           05  HDG-MONTH-DATE              PIC 9(08).
           05  FILLER                      PIC X(40)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM BEGIN-RUN-STATISTICS.

           PERFORM INITIALIZATION.

           PERFORM LOAD-TONIGHT-TABLE.

           PERFORM TERMINATION.

           PERFORM END-RUN-STATISTICS.

           STOP RUN.

       INITIALIZATION.

           PERFORM READ-PARM-CARD.

           PERFORM RESOLVE-BUSINESS-DATE.

           PERFORM SET-COMPARISON-DATES.

           PERFORM PRINT-PAGE-HEADERS.

       READ-PARM-CARD.
               CLOSE PARM-FILE
           END-IF.

      *    HISTORY IS STAMPED WITH THE CYCLE BUSINESS DATE SO A
      *    CYCLE RUN LATE OR RERUN AFTER MIDNIGHT FILES ITS COUNTS
      *    UNDER THE DAY THEY BELONG TO. ONLY WHEN NO RUN CONTROL
      *    IS AVAILABLE DOES THE SYSTEM DATE STAND IN.
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

      *    ONE WEEK BACK IS FIVE BUSINESS DAYS BEFORE THE BUSINESS
      *    DATE AND FOUR WEEKS BACK IS TWENTY, TAKEN FROM THE
      *    BUSINESS CALENDAR - SO A HOLIDAY OR A SKIPPED CYCLE NO
      *    LONGER SHIFTS THE COMPARISON. EACH COLUMN SHOWS THE
      *    NEWEST HISTORY COUNT ON OR BEFORE ITS DATE. WITHOUT A
      *    CALENDAR ANSWER THE COLUMNS ARE LEFT BLANK AND THE STEP
      *    ENDS RC=4.
       SET-COMPARISON-DATES.
           MOVE 'S'          TO CALP-FUNCTION.
           MOVE WS-BUSDATE-X TO CALP-DATE-IN.
           MOVE -5           TO CALP-DAYS.
           PERFORM CALL-BUSINESS-CALENDAR.
           IF CALP-OK
               MOVE CALP-DATE-OUT TO WS-WEEK-TARGET
           END-IF.

           MOVE 'S'          TO CALP-FUNCTION.
           MOVE WS-BUSDATE-X TO CALP-DATE-IN.
           MOVE -20          TO CALP-DAYS.
           PERFORM CALL-BUSINESS-CALENDAR.
           IF CALP-OK
               MOVE CALP-DATE-OUT TO WS-MONTH-TARGET
           END-IF.

           IF WS-WEEK-TARGET = ZERO OR WS-MONTH-TARGET = ZERO
               DISPLAY 'DB2HCTRD - BUSINESS CALENDAR GAVE NO'
                       ' COMPARISON DATE FOR ' WS-BUSDATE-X
                       ' - RC ' CALP-RETURN-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-BUSINESS-CALENDAR.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2CALDT' USING CALP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.

       LOAD-TONIGHT-TABLE.
           PERFORM READ-DEPTCNT-RECORD.

           READ DEPTCNT-FILE
               AT END
                   SET WS-DEPTCNT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO STATP-ROWS-FETCHED
           END-READ.

       STORE-DEPTCNT-RECORD.
                   AT END
                       SET WS-HISTIN-EOF TO TRUE
                       MOVE HIGH-VALUES TO HIN-WORKDEPT
                   NOT AT END
                       ADD 1 TO STATP-ROWS-FETCHED
               END-READ
           END-IF.


       PROCESS-NEW-DEPARTMENT.
           MOVE ZERO TO WS-RING-N.
           MOVE WS-TN-CURRENT-DEPT TO WS-CUR-DEPT.
           MOVE WS-TN-DEPT-COUNT(WS-TN-IDX) TO WS-CUR-COUNT.
           PERFORM WRITE-TONIGHT-HISTORY.
       PROCESS-DEPARTED-DEPARTMENT.
           MOVE HIN-WORKDEPT TO WS-CUR-DEPT.
           PERFORM COPY-HISTORY-GROUP.
           MOVE ZERO TO WS-CUR-COUNT.
           PERFORM PRINT-TREND-LINE.

      *    A RERUN CAN REACH THIS STEP AFTER AN EARLIER RUN OF THE
      *    SAME NIGHT ALREADY RECORDED THE COUNTS - IF THE NEWEST
      *    HISTORY RECORD FOR THE DEPARTMENT ALREADY CARRIES
      *    TONIGHT'S BUSINESS DATE, DO NOT APPEND IT A SECOND TIME.
       PROCESS-MATCHED-DEPARTMENT.
           MOVE HIN-WORKDEPT TO WS-CUR-DEPT.
           PERFORM COPY-HISTORY-GROUP.
           MOVE WS-TN-DEPT-COUNT(WS-TN-IDX) TO WS-CUR-COUNT.

           IF WS-LAST-HIST-DATE = WS-BUSDATE-X
               DISPLAY 'DB2HCTRD - ' WS-CUR-DEPT
                       ' ALREADY RECORDED FOR TONIGHT -'
                       ' NOT RE-APPENDED'
           ELSE
               PERFORM WRITE-TONIGHT-HISTORY
           END-IF.


       COPY-HISTORY-RECORD.
           WRITE HCHIST-RECORD FROM HISTIN-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

           ADD 1 TO WS-RING-N.
           PERFORM SET-RING-POSITION.
           MOVE HIN-COUNT    TO WS-RING-COUNT(WS-RING-POS).
           MOVE HIN-RUN-DATE TO WS-RING-DATE(WS-RING-POS).
           MOVE HIN-RUN-DATE TO WS-LAST-HIST-DATE.

           PERFORM READ-HISTIN-RECORD.

       SET-RING-POSITION.
           DIVIDE WS-RING-N BY WS-RING-MAX GIVING WS-RING-QUOT
               REMAINDER WS-RING-POS.
           IF WS-RING-POS = ZERO
               MOVE WS-RING-MAX TO WS-RING-POS
           END-IF.

       WRITE-TONIGHT-HISTORY.
           MOVE SPACES       TO HCHIST-RECORD.
           MOVE WS-CUR-DEPT  TO HCH-WORKDEPT.
           MOVE WS-BUSDATE-X TO HCH-RUN-DATE.
           MOVE WS-CUR-COUNT TO HCH-COUNT.
           WRITE HCHIST-RECORD.
           ADD 1 TO STATP-ROWS-WRITTEN.

       PRINT-TREND-LINE.
           PERFORM LOOKUP-RING-COUNTS.
           WRITE RPT-DETAIL-LINE FROM WS-TREND-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

      *    THE RING HOLDS THE DEPARTMENT'S NEWEST HISTORY RECORDS.
      *    TONIGHT'S OWN RECORD IS NEVER ON OR BEFORE A COMPARISON
      *    DATE, SO A RERUN NIGHT NEEDS NO SPECIAL HANDLING HERE.
       LOOKUP-RING-COUNTS.
           MOVE 'N'  TO WS-WEEK-FOUND-SW.
           MOVE 'N'  TO WS-MONTH-FOUND-SW.
           MOVE ZERO TO WS-WEEK-BEST-DATE.
           MOVE ZERO TO WS-MONTH-BEST-DATE.

           IF WS-RING-N > WS-RING-MAX
               MOVE WS-RING-MAX TO WS-RING-USED
           ELSE
               MOVE WS-RING-N   TO WS-RING-USED
           END-IF.

           IF WS-WEEK-TARGET NOT = ZERO
              AND WS-MONTH-TARGET NOT = ZERO
               PERFORM TEST-RING-ENTRY
                   VARYING WS-RING-POS FROM 1 BY 1
                   UNTIL WS-RING-POS > WS-RING-USED
           END-IF.

       TEST-RING-ENTRY.
           IF WS-RING-DATE(WS-RING-POS) <= WS-WEEK-TARGET
              AND WS-RING-DATE(WS-RING-POS) > WS-WEEK-BEST-DATE
               MOVE WS-RING-DATE(WS-RING-POS)  TO WS-WEEK-BEST-DATE
               MOVE WS-RING-COUNT(WS-RING-POS) TO WS-WEEK-COUNT
               MOVE 'Y' TO WS-WEEK-FOUND-SW
           END-IF.

           IF WS-RING-DATE(WS-RING-POS) <= WS-MONTH-TARGET
              AND WS-RING-DATE(WS-RING-POS) > WS-MONTH-BEST-DATE
               MOVE WS-RING-DATE(WS-RING-POS)  TO WS-MONTH-BEST-DATE
               MOVE WS-RING-COUNT(WS-RING-POS) TO WS-MONTH-COUNT
               MOVE 'Y' TO WS-MONTH-FOUND-SW
           END-IF.

       CHECK-THRESHOLD.
           IF WS-NET-MOVE < ZERO
               COMPUTE WS-ABS-MOVE = ZERO - WS-NET-MOVE
           MOVE WS-RUN-DATE         TO HDG-RUN-DATE.
           MOVE WS-PAGE-NUMBER      TO HDG-PAGE-NUMBER.
           MOVE WS-HEADING-1-LAYOUT TO RPT-HEADING-1.
           MOVE WS-WEEK-TARGET      TO HDG-WEEK-DATE.
           MOVE WS-MONTH-TARGET     TO HDG-MONTH-DATE.

           IF WS-PAGE-NUMBER > 1
               WRITE RPT-HEADING-1 AFTER ADVANCING PAGE

           DISPLAY 'DB2HCTRD - DEPARTMENTS FLAGGED OVER '
                   WS-THRESHOLD-PCT ' PCT = ' WS-FLAG-COUNT.

      *    RUN STATISTICS FOR THE BATCH-WINDOW TREND - THE BEGIN
      *    CALL STAMPS THE START TIME, THE END CALL APPENDS THE
      *    STEP'S RECORD TO THE STATISTICS HISTORY.
       BEGIN-RUN-STATISTICS.
           MOVE 'B'        TO STATP-FUNCTION.
           MOVE 'DB2HCTRD' TO STATP-PROGRAM.
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
