       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2MEDUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SAME CARD THE GATED JOB'S MONTHLY STEP READS - COLS
      *    1-6 A FORCED MONTH YYYYMM, OR BLANK FOR THE CALENDAR.
       FD  PARM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  PARM-IN-RECORD.
           05  PARM-IN-MONTH              PIC 9(06).
           05  FILLER                     PIC X(74).

       FD  RUNCTL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-FIELDS.
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-RUNCTL-STATUS            PIC X(02).
           05  WS-FORCED-MONTH             PIC 9(06)  VALUE ZERO.
           05  WS-RUNCTL-FOUND-SW          PIC X(01)  VALUE 'N'.
               88  WS-RUNCTL-FOUND                     VALUE 'Y'.

           COPY RUNCTL REPLACING LEADING ==RUNCTL== BY ==WS-RUNCTL==
                                 LEADING ==RC==     BY ==WS-RC==.

       PROCEDURE DIVISION.
      *    GATE FOR THE MONTHLY JOBS THAT ARE SCHEDULED EVERY NIGHT.
      *    RUN AFTER DB2RUNCT HAS STAMPED THE JOB'S RUN CONTROL
      *    RECORD WITH THE CALENDAR'S MONTH-END FLAG:
      *      RC 0   THE MONTHLY WORK IS DUE - THE BUSINESS DATE IS
      *             MONTH-END, OR THE CARD FORCES A MONTH
      *      RC 2   NOT DUE TONIGHT - THE JCL BYPASSES THE STEPS
      *             THAT CATALOG GENERATIONS, SO NONE ARE CUT
      *      RC 16  NO USABLE RUN CONTROL RECORD
       MAIN-PARA.

           PERFORM READ-PARM-CARD.

           PERFORM READ-RUN-CONTROL.

           EVALUATE TRUE
               WHEN WS-FORCED-MONTH NOT = ZERO
                   DISPLAY 'DB2MEDUE - MONTH ' WS-FORCED-MONTH
                           ' FORCED BY THE PARM CARD - DUE'
                   MOVE 0 TO RETURN-CODE
               WHEN NOT WS-RUNCTL-FOUND
                   DISPLAY 'DB2MEDUE - NO RUN CONTROL RECORD - '
                           'STATUS ' WS-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN WS-RC-MONTH-END
                   DISPLAY 'DB2MEDUE - ' WS-RC-BUSINESS-DATE
                           ' IS MONTH-END - DUE'
                   MOVE 0 TO RETURN-CODE
               WHEN WS-RC-MONTH-END-SW = 'N'
                   DISPLAY 'DB2MEDUE - ' WS-RC-BUSINESS-DATE
                           ' IS NOT MONTH-END - NOTHING DUE'
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'DB2MEDUE - RUN CONTROL FOR '
                           WS-RC-BUSINESS-DATE
                           ' CARRIES NO MONTH-END FLAG'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IN-MONTH NUMERIC
                          AND PARM-IN-MONTH > ZERO
                           MOVE PARM-IN-MONTH TO WS-FORCED-MONTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       READ-RUN-CONTROL.
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
