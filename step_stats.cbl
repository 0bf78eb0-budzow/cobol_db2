       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2STATW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT STAT-FILE ASSIGN TO STATOUT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  BUSDATE-IN-RECORD.
           05  BUSDATE-IN-DATE            PIC X(10).
           05  FILLER                     PIC X(70).

       FD  STAT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY STEPSTAT.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-FIELDS.
           05  WS-BUSDATE-STATUS           PIC X(02).
           05  WS-STAT-STATUS              PIC X(02).
           05  WS-START-SECS               PIC S9(07) COMP.
           05  WS-END-SECS                 PIC S9(07) COMP.
           05  WS-ELAPSED-SECS             PIC S9(07) COMP.

       01  WS-TIME-RAW                     PIC 9(08).
       01  WS-TIME-PARTS REDEFINES WS-TIME-RAW.
           05  WS-TM-HH                    PIC 9(02).
           05  WS-TM-MM                    PIC 9(02).
           05  WS-TM-SS                    PIC 9(02).
           05  WS-TM-CC                    PIC 9(02).
       01  WS-END-DATE                     PIC 9(08).
       01  WS-END-TIME                     PIC 9(06).

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

       LINKAGE SECTION.
           COPY STATPARM.

       PROCEDURE DIVISION USING STATP-PARM-AREA.
      *    THE STATISTICS ARE A BY-PRODUCT OF THE CYCLE, NEVER A
      *    REASON TO FAIL IT - A STATISTICS FILE THAT CANNOT BE
      *    WRITTEN IS REPORTED ON THE JOB LOG AND THE STEP GOES ON.
       MAIN-PARA.

           MOVE ZERO TO STATP-RETURN-CODE.

           EVALUATE TRUE
               WHEN STATP-BEGIN
                   PERFORM BEGIN-STEP
               WHEN STATP-END
                   PERFORM END-STEP
               WHEN OTHER
                   MOVE 12 TO STATP-RETURN-CODE
           END-EVALUATE.

           GOBACK.

       BEGIN-STEP.
           ACCEPT STATP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO STATP-START-TIME.
           MOVE ZERO TO STATP-ROWS-FETCHED
                        STATP-ROWS-WRITTEN
                        STATP-COMMITS
                        STATP-STEP-RC.
           MOVE 'N'  TO STATP-BYPASS-SW.

       END-STEP.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-END-TIME.

           PERFORM COMPUTE-ELAPSED.

           PERFORM READ-BUSINESS-DATE.

           MOVE SPACES              TO STEPSTAT-RECORD.
           MOVE WS-BUSDATE-YMD-N    TO STAT-BUSINESS-DATE.
           MOVE STATP-PROGRAM       TO STAT-PROGRAM.
           MOVE STATP-START-DATE    TO STAT-START-DATE.
           MOVE STATP-START-TIME    TO STAT-START-TIME.
           MOVE WS-END-DATE         TO STAT-END-DATE.
           MOVE WS-END-TIME         TO STAT-END-TIME.
           MOVE WS-ELAPSED-SECS     TO STAT-ELAPSED-SECS.
           MOVE STATP-ROWS-FETCHED  TO STAT-ROWS-FETCHED.
           MOVE STATP-ROWS-WRITTEN  TO STAT-ROWS-WRITTEN.
           MOVE STATP-COMMITS       TO STAT-COMMITS.
           MOVE STATP-STEP-RC       TO STAT-RETURN-CODE.
           IF STATP-BYPASSED
               MOVE 'Y' TO STAT-BYPASS-SW
           ELSE
               MOVE 'N' TO STAT-BYPASS-SW
           END-IF.

           OPEN EXTEND STAT-FILE.

           IF WS-STAT-STATUS = '00'
               WRITE STEPSTAT-RECORD
               CLOSE STAT-FILE
               DISPLAY STATP-PROGRAM ' - RUN STATISTICS: ELAPSED '
                       STAT-ELAPSED-SECS ' SECS, FETCHED '
                       STAT-ROWS-FETCHED ', WRITTEN '
                       STAT-ROWS-WRITTEN ', COMMITS '
                       STAT-COMMITS
           ELSE
               DISPLAY STATP-PROGRAM ' - RUN STATISTICS NOT WRITTEN'
                       ' - STATOUT STATUS ' WS-STAT-STATUS
               MOVE 04 TO STATP-RETURN-CODE
           END-IF.

      *    A STEP THAT RUNS OVER MIDNIGHT ENDS ON THE NEXT DATE -
      *    A DAY'S SECONDS ARE ADDED BACK FOR THE ROLLOVER.
       COMPUTE-ELAPSED.
           MOVE STATP-START-TIME TO WS-TIME-RAW(1:6).
           COMPUTE WS-START-SECS =
               WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS.

           MOVE WS-END-TIME TO WS-TIME-RAW(1:6).
           COMPUTE WS-END-SECS =
               WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS.

           IF WS-END-DATE > STATP-START-DATE
               ADD 86400 TO WS-END-SECS
           END-IF.

           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.

           IF WS-ELAPSED-SECS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF.

      *    THE CYCLE'S BUSINESS DATE COMES FROM THE SAME BUSDATE
      *    CARD DB2RUNCT STAMPS INTO THE RUN CONTROL RECORD. WITH
      *    NO USABLE CARD THE START DATE STANDS IN FOR IT.
       READ-BUSINESS-DATE.
           MOVE STATP-START-DATE TO WS-BUSDATE-YMD-N.
           MOVE SPACES           TO WS-BUSDATE-X.

           OPEN INPUT BUSDATE-FILE.

           IF WS-BUSDATE-STATUS = '00'
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUSDATE-IN-DATE TO WS-BUSDATE-X
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

           IF WS-BD-YYYY NUMERIC
              AND WS-BD-MM NUMERIC
              AND WS-BD-DD NUMERIC
               MOVE WS-BD-YYYY TO WS-BY-YYYY
               MOVE WS-BD-MM   TO WS-BY-MM
               MOVE WS-BD-DD   TO WS-BY-DD
           END-IF.
