           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RETRO-FILE ASSIGN TO RETROOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY CMPTRAN.

       FD  LIMIT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY EXCPREC.

       FD  RETRO-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY RETROPAY.

       FD  RUNCTL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY RUNCTL.

       FD  PARM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  PARM-IN-RECORD.
           05  PARM-IN-RETRO-MAX-DAYS     PIC 9(03).
           05  PARM-IN-PERIOD-DAYS        PIC 9(02).
           05  PARM-IN-PERIODS-PER-YEAR   PIC 9(02).
           05  PARM-IN-ANCHOR-DATE        PIC 9(08).
           05  FILLER                     PIC X(65).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
           05  WS-REJECT-REASON            PIC X(40)  VALUE SPACES.
           05  WS-TRAN-SEQ                 PIC 9(07)  VALUE ZERO.
           05  WS-LIMIT-STATUS             PIC X(02).
           05  WS-RUNCTL-STATUS            PIC X(02).
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-LIMIT-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-LIMIT-EOF                        VALUE 'Y'.
           05  WS-OVERRIDE-SW              PIC X(01)  VALUE 'N'.
           05  WS-APPLY-COUNT              PIC 9(07)  VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(07)  VALUE ZERO.
           05  WS-OVERRIDE-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-RETRO-CHANGE-COUNT       PIC 9(07)  VALUE ZERO.
           05  WS-RETRO-RECORD-COUNT       PIC 9(07)  VALUE ZERO.
       01  WS-RETRO-HASH                   PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-LIMIT-CHECK-FIELDS.
           05  WS-LIM-FIELD                PIC X(03).

           COPY CMPLTAB.

           COPY RUNCTL REPLACING LEADING ==RUNCTL== BY ==WS-RUNCTL==
                                 LEADING ==RC==     BY ==WS-RC==.

      *    THE RETRO LIMIT AND THE PAY-PERIOD SCHEDULE. DEFAULTS
      *    ARE 90 DAYS BACK AND BIWEEKLY PERIODS (14 DAYS, 26 A
      *    YEAR) STARTING ON THE ANCHOR DATE OR ANY MULTIPLE OF 14
      *    DAYS EITHER SIDE OF IT.
       01  WS-RETRO-PARMS.
           05  WS-RETRO-MAX-DAYS           PIC S9(04) COMP VALUE 90.
           05  WS-PERIOD-DAYS              PIC S9(04) COMP VALUE 14.
           05  WS-PERIODS-PER-YEAR         PIC S9(04) COMP VALUE 26.
           05  WS-YEAR-DAYS                PIC S9(09) COMP.
           05  WS-ANCHOR-DATE              PIC 9(08)  VALUE 20000103.

       01  WS-RETRO-FIELDS.
           05  WS-EFF-DATE                 PIC 9(08).
           05  WS-EFF-SERIAL               PIC S9(09) COMP.
           05  WS-BUS-SERIAL               PIC S9(09) COMP.
           05  WS-ANCHOR-SERIAL            PIC S9(09) COMP.
           05  WS-CUR-PERIOD-SERIAL        PIC S9(09) COMP.
           05  WS-PER-START-SERIAL         PIC S9(09) COMP.
           05  WS-PER-END-SERIAL           PIC S9(09) COMP.
           05  WS-COVER-SERIAL             PIC S9(09) COMP.
           05  WS-PERIOD-COUNT             PIC S9(09) COMP.
           05  WS-RETRO-DAYS               PIC S9(04) COMP.
           05  WS-RETRO-DAYS-TOTAL         PIC S9(05) COMP.
           05  WS-RETRO-AMOUNT             PIC S9(07)V99 COMP-3.

       01  WS-BUSDATE.
           05  WS-BUSDATE-YYYY             PIC 9(04).
           05  WS-BUSDATE-MM               PIC 9(02).
           05  WS-BUSDATE-DD               PIC 9(02).
       01  WS-BUSDATE-X REDEFINES WS-BUSDATE
                                           PIC 9(08).

       01  WS-DATE-WORK.
           05  WS-DC-DATE                  PIC 9(08).
           05  WS-DC-PARTS REDEFINES WS-DC-DATE.
               10  WS-DC-YYYY              PIC 9(04).
               10  WS-DC-MM                PIC 9(02).
               10  WS-DC-DD                PIC 9(02).
           05  WS-DC-SERIAL                PIC S9(09) COMP.
           05  WS-DC-TARGET                PIC S9(09) COMP.
           05  WS-DC-DAY-OF-YEAR           PIC S9(04) COMP.
           05  WS-DC-Y1                    PIC S9(09) COMP.
           05  WS-DC-LEAPS                 PIC S9(09) COMP.
           05  WS-DC-WORK                  PIC S9(09) COMP.
           05  WS-DC-REM                   PIC S9(04) COMP.
           05  WS-DC-MONTH-OFFSET          PIC S9(04) COMP.
           05  WS-DC-MONTH-DAYS            PIC S9(04) COMP.
           05  WS-DC-VALID-SW              PIC X(01).
               88  WS-DC-VALID                         VALUE 'Y'.
           05  WS-DC-FOUND-SW              PIC X(01).
               88  WS-DC-FOUND                         VALUE 'Y'.
           05  WS-LEAP-YEAR-SW             PIC X(01).
               88  WS-LEAP-YEAR                        VALUE 'Y'.
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
           05  WS-DC-LENGTH-TABLE          PIC X(24)
                       VALUE '312831303130313130313031'.
           05  WS-DC-LENGTHS REDEFINES WS-DC-LENGTH-TABLE.
               10  WS-DC-LENGTH OCCURS 12 TIMES
                                           PIC 9(02).

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).

           PERFORM LOAD-LIMIT-TABLE.

           PERFORM SET-PAY-PERIOD-SCHEDULE.

           PERFORM READ-TRAN-RECORD.
           PERFORM PROCESS-TRANSACTION UNTIL WS-TRAN-EOF.

           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT EXCP-FILE.
           OPEN OUTPUT RETRO-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           PERFORM RESOLVE-BUSINESS-DATE.

           PERFORM READ-PARM-CARD.

      *    A BACKDATED CHANGE IS MEASURED AGAINST THE CYCLE
      *    BUSINESS DATE, WHICH IS WHAT PAYROLL HAS PAID THROUGH.
      *    ONLY WHEN NO RUN CONTROL IS AVAILABLE DOES THE SYSTEM
      *    DATE STAND IN.
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

      *    THE OPTIONAL CMPRETRO CARD: COLS 1-3 HOW MANY DAYS BACK
      *    AN EFFECTIVE DATE MAY BE, 4-5 THE PAY-PERIOD LENGTH IN
      *    DAYS, 6-7 PAY PERIODS PER YEAR, 8-15 THE START DATE OF
      *    ANY ONE PAY PERIOD (YYYYMMDD). A FIELD LEFT BLANK OR
      *    KEYED BADLY KEEPS ITS DEFAULT.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-PARM-CARD
               END-READ
               CLOSE PARM-FILE
           END-IF.

       APPLY-PARM-CARD.
           IF PARM-IN-RETRO-MAX-DAYS NUMERIC
              AND PARM-IN-RETRO-MAX-DAYS > ZERO
               MOVE PARM-IN-RETRO-MAX-DAYS TO WS-RETRO-MAX-DAYS
           END-IF.

           IF PARM-IN-PERIOD-DAYS NUMERIC
              AND PARM-IN-PERIOD-DAYS > ZERO
              AND PARM-IN-PERIODS-PER-YEAR NUMERIC
              AND PARM-IN-PERIODS-PER-YEAR > ZERO
               MOVE PARM-IN-PERIOD-DAYS      TO WS-PERIOD-DAYS
               MOVE PARM-IN-PERIODS-PER-YEAR TO WS-PERIODS-PER-YEAR
           END-IF.

           IF PARM-IN-ANCHOR-DATE NUMERIC
               MOVE PARM-IN-ANCHOR-DATE TO WS-DC-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-DC-VALID
                   MOVE PARM-IN-ANCHOR-DATE TO WS-ANCHOR-DATE
               ELSE
                   DISPLAY 'DB2CMPMN - BAD PAY-PERIOD ANCHOR DATE '
                           PARM-IN-ANCHOR-DATE ' - DEFAULT USED'
               END-IF
           END-IF.

      *    THE ANCHOR IS MOVED BACK BY WHOLE PERIODS TO BEFORE THE
      *    EARLIEST EFFECTIVE DATE ALLOWED, SO EVERY PERIOD START
      *    USED LATER IS THE ANCHOR PLUS A WHOLE NUMBER OF PERIODS.
      *    THE PERIOD HOLDING THE BUSINESS DATE IS STILL TO BE PAID
      *    AT THE NEW RATE, SO RETRO PAY RUNS ONLY UP TO ITS START.
       SET-PAY-PERIOD-SCHEDULE.
           MOVE WS-BUSDATE-X TO WS-DC-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-DC-SERIAL TO WS-BUS-SERIAL.

           MOVE WS-ANCHOR-DATE TO WS-DC-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-DC-SERIAL TO WS-ANCHOR-SERIAL.

           IF WS-ANCHOR-SERIAL > WS-BUS-SERIAL - WS-RETRO-MAX-DAYS
               COMPUTE WS-PERIOD-COUNT =
                   (WS-ANCHOR-SERIAL - WS-BUS-SERIAL
                    + WS-RETRO-MAX-DAYS) / WS-PERIOD-DAYS + 1
               COMPUTE WS-ANCHOR-SERIAL = WS-ANCHOR-SERIAL
                   - WS-PERIOD-COUNT * WS-PERIOD-DAYS
           END-IF.

           COMPUTE WS-PERIOD-COUNT =
               (WS-BUS-SERIAL - WS-ANCHOR-SERIAL) / WS-PERIOD-DAYS.
           COMPUTE WS-CUR-PERIOD-SERIAL = WS-ANCHOR-SERIAL
               + WS-PERIOD-COUNT * WS-PERIOD-DAYS.

      *    A YEAR OF PAY PERIODS IN DAYS - THE DIVISOR THAT TURNS
      *    AN ANNUAL SALARY DIFFERENCE INTO A DAY'S RETRO PAY.
           COMPUTE WS-YEAR-DAYS = WS-PERIODS-PER-YEAR * WS-PERIOD-DAYS.

           PERFORM WRITE-RETRO-HEADER.

      *    A FIELD WITH NO LIMIT ENTRY IS FAIL-SAFE - EVERY CHANGE
      *    TO IT NEEDS AN AUTHORIZATION CODE - SO A MISSING OR
      *    EMPTY CMPLIMIN MEMBER TIGHTENS THE EDITS, NEVER LOOSENS
               END-IF
           END-IF.

           IF WS-TRAN-VALID
               PERFORM VALIDATE-EFFECTIVE-DATE
           END-IF.

      *    A BLANK OR ZERO EFFECTIVE DATE IS THE BUSINESS DATE. A
      *    PAST DATE MAY GO BACK NO FURTHER THAN THE CMPRETRO
      *    LIMIT; A FUTURE DATE IS NOT TAKEN, SINCE THE CHANGE IS
      *    APPLIED TO DSN8C10.EMP AS SOON AS IT PASSES ITS EDITS.
       VALIDATE-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN TRAN-EFF-DATE = SPACES
                 OR TRAN-EFF-DATE = '00000000'
                   MOVE WS-BUSDATE-X TO WS-EFF-DATE
               WHEN TRAN-EFF-DATE NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TRAN-EFF-DATE TO WS-EFF-DATE
                   MOVE WS-EFF-DATE   TO WS-DC-DATE
                   PERFORM CHECK-CALENDAR-DATE
                   IF NOT WS-DC-VALID
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'INVALID EFFECTIVE DATE'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

           IF WS-TRAN-VALID
               MOVE WS-EFF-DATE TO WS-DC-DATE
               PERFORM DATE-TO-SERIAL
               MOVE WS-DC-SERIAL TO WS-EFF-SERIAL
               EVALUATE TRUE
                   WHEN WS-EFF-SERIAL > WS-BUS-SERIAL
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'EFFECTIVE DATE AFTER BUSINESS DATE'
                           TO WS-REJECT-REASON
                   WHEN WS-EFF-SERIAL <
                        WS-BUS-SERIAL - WS-RETRO-MAX-DAYS
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'EFFECTIVE DATE BEYOND RETRO LIMIT'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       APPLY-COMP-CHANGE.
           MOVE TRAN-EMPNO TO WS-EMPNO.

               IF WS-OVERRIDE-USED
                   ADD 1 TO WS-OVERRIDE-COUNT
               END-IF
               PERFORM WRITE-RETRO-PAY
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE 'UPDATE FAILED - SEE EXCEPTION LOG'
           MOVE WS-TODAY-X              TO CAUD-SORT-DATE.
           MOVE WS-TRAN-SEQ             TO CAUD-SEQ.
           MOVE WS-RUN-TIME             TO CAUD-RUN-TIME.
           MOVE WS-EFF-DATE             TO CAUD-EFF-DATE.
           MOVE WS-RETRO-DAYS-TOTAL     TO CAUD-RETRO-DAYS.
           WRITE CAUD-RECORD.

      *    RETRO PAY IS OWED ONLY ON SALARY - BONUS AND COMMISSION
      *    ARE NOT PAID BY THE PERIOD - AND ONLY FOR THE PERIODS
      *    ALREADY PAID SINCE THE EFFECTIVE DATE. THE FIRST PERIOD
      *    IS PRORATED BY THE DAYS FROM THE EFFECTIVE DATE ON.
       WRITE-RETRO-PAY.
           MOVE ZERO TO WS-RETRO-DAYS-TOTAL.

           IF WS-EFF-SERIAL < WS-CUR-PERIOD-SERIAL
              AND WS-AFTER-SALARY NOT = WS-BEFORE-SALARY
               COMPUTE WS-PERIOD-COUNT =
                   (WS-EFF-SERIAL - WS-ANCHOR-SERIAL)
                   / WS-PERIOD-DAYS
               COMPUTE WS-PER-START-SERIAL = WS-ANCHOR-SERIAL
                   + WS-PERIOD-COUNT * WS-PERIOD-DAYS
               PERFORM WRITE-RETRO-PERIOD
                   UNTIL WS-PER-START-SERIAL >= WS-CUR-PERIOD-SERIAL
               ADD 1 TO WS-RETRO-CHANGE-COUNT
           END-IF.

       WRITE-RETRO-PERIOD.
           COMPUTE WS-PER-END-SERIAL =
               WS-PER-START-SERIAL + WS-PERIOD-DAYS - 1.

           IF WS-EFF-SERIAL > WS-PER-START-SERIAL
               MOVE WS-EFF-SERIAL       TO WS-COVER-SERIAL
           ELSE
               MOVE WS-PER-START-SERIAL TO WS-COVER-SERIAL
           END-IF.

           COMPUTE WS-RETRO-DAYS =
               WS-PER-END-SERIAL - WS-COVER-SERIAL + 1.
           COMPUTE WS-RETRO-AMOUNT ROUNDED =
               (WS-AFTER-SALARY - WS-BEFORE-SALARY) * WS-RETRO-DAYS
               / WS-YEAR-DAYS.

           MOVE SPACES              TO RPAY-DETAIL-RECORD.
           SET RPAY-REC-DETAIL      TO TRUE.
           MOVE WS-EMPNO            TO RPAY-DT-EMPNO.
           MOVE WS-TRAN-SEQ         TO RPAY-DT-CAUD-SEQ.
           MOVE WS-EFF-DATE         TO RPAY-DT-EFF-DATE.
           MOVE WS-PER-START-SERIAL TO WS-DC-TARGET.
           PERFORM SERIAL-TO-DATE.
           MOVE WS-DC-DATE          TO RPAY-DT-PERIOD-START.
           MOVE WS-PER-END-SERIAL   TO WS-DC-TARGET.
           PERFORM SERIAL-TO-DATE.
           MOVE WS-DC-DATE          TO RPAY-DT-PERIOD-END.
           MOVE WS-RETRO-DAYS       TO RPAY-DT-DAYS.
           MOVE WS-BEFORE-SALARY    TO RPAY-DT-BEFORE-SALARY.
           MOVE WS-AFTER-SALARY     TO RPAY-DT-AFTER-SALARY.
           MOVE WS-RETRO-AMOUNT     TO RPAY-DT-AMOUNT.
           WRITE RETRO-PAY-RECORD FROM RPAY-DETAIL-RECORD.

           ADD 1               TO WS-RETRO-RECORD-COUNT.
           ADD WS-RETRO-AMOUNT TO WS-RETRO-HASH.
           ADD WS-RETRO-DAYS   TO WS-RETRO-DAYS-TOTAL.
           ADD WS-PERIOD-DAYS  TO WS-PER-START-SERIAL.

      *    THE HEADER STAMPS THE RUN THE SAME WAY AS THE AUDIT
      *    RECORDS, SO DB2PAYBL CAN TELL THE TWO FILES BELONG
      *    TOGETHER, AND CARRIES THE SCHEDULE THE AMOUNTS USED.
       WRITE-RETRO-HEADER.
           MOVE SPACES              TO RPAY-HEADER-RECORD.
           SET RPAY-REC-HEADER      TO TRUE.
           MOVE WS-RUN-DATE         TO RPAY-HD-RUN-DATE.
           MOVE WS-TODAY-X          TO RPAY-HD-SORT-DATE.
           MOVE WS-RUN-TIME         TO RPAY-HD-RUN-TIME.
           MOVE WS-BUSDATE-X        TO RPAY-HD-BUSINESS-DATE.
           MOVE WS-PERIOD-DAYS      TO RPAY-HD-PERIOD-DAYS.
           MOVE WS-PERIODS-PER-YEAR TO RPAY-HD-PERIODS-PER-YEAR.
           MOVE WS-ANCHOR-DATE      TO RPAY-HD-ANCHOR-DATE.
           WRITE RETRO-PAY-RECORD FROM RPAY-HEADER-RECORD.

       WRITE-RETRO-TRAILER.
           MOVE SPACES                TO RPAY-TRAILER-RECORD.
           SET RPAY-REC-TRAILER       TO TRUE.
           MOVE WS-RETRO-RECORD-COUNT TO RPAY-TR-RECORD-COUNT.
           MOVE WS-RETRO-CHANGE-COUNT TO RPAY-TR-CHANGE-COUNT.
           MOVE WS-RETRO-HASH         TO RPAY-TR-HASH-TOTAL.
           MOVE WS-RUN-DATE           TO RPAY-TR-RUN-DATE.
           WRITE RETRO-PAY-RECORD FROM RPAY-TRAILER-RECORD.

      *    SERIAL DAY NUMBER FROM THE PROLEPTIC GREGORIAN YEAR 1 -
      *    ONLY EVER USED AS A DIFFERENCE, SO THE EPOCH DOES NOT
      *    MATTER AS LONG AS IT IS CONSISTENT.
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

      *    THE REVERSE OF DATE-TO-SERIAL. THE YEAR ESTIMATE FROM
      *    THE 400-YEAR CYCLE IS AT MOST ONE OUT EITHER WAY, SO ONE
      *    STEP EACH WAY AGAINST 1 JANUARY SETTLES IT.
       SERIAL-TO-DATE.
           COMPUTE WS-DC-YYYY = WS-DC-TARGET * 400 / 146097 + 1.
           MOVE 1 TO WS-DC-MM.
           MOVE 1 TO WS-DC-DD.
           PERFORM DATE-TO-SERIAL.

           IF WS-DC-SERIAL > WS-DC-TARGET
               SUBTRACT 1 FROM WS-DC-YYYY
               PERFORM DATE-TO-SERIAL
           ELSE
               ADD 1 TO WS-DC-YYYY
               PERFORM DATE-TO-SERIAL
               IF WS-DC-SERIAL > WS-DC-TARGET
                   SUBTRACT 1 FROM WS-DC-YYYY
                   PERFORM DATE-TO-SERIAL
               END-IF
           END-IF.

           COMPUTE WS-DC-DAY-OF-YEAR = WS-DC-TARGET - WS-DC-SERIAL + 1.
           PERFORM TEST-LEAP-YEAR.

           MOVE 'N' TO WS-DC-FOUND-SW.
           PERFORM TEST-MONTH-START
               VARYING WS-DC-MM FROM 12 BY -1
                 UNTIL WS-DC-FOUND.
           ADD 1 TO WS-DC-MM.

           COMPUTE WS-DC-DD = WS-DC-DAY-OF-YEAR - WS-DC-MONTH-OFFSET.

       TEST-MONTH-START.
           MOVE WS-DC-OFFSET(WS-DC-MM) TO WS-DC-MONTH-OFFSET.
           IF WS-DC-MM > 2 AND WS-LEAP-YEAR
               ADD 1 TO WS-DC-MONTH-OFFSET
           END-IF.
           IF WS-DC-MONTH-OFFSET < WS-DC-DAY-OF-YEAR
               SET WS-DC-FOUND TO TRUE
           END-IF.

       CHECK-CALENDAR-DATE.
           MOVE 'N' TO WS-DC-VALID-SW.

           IF WS-DC-MM >= 1 AND WS-DC-MM <= 12
              AND WS-DC-YYYY > 1900
               MOVE WS-DC-LENGTH(WS-DC-MM) TO WS-DC-MONTH-DAYS
               IF WS-DC-MM = 2
                   PERFORM TEST-LEAP-YEAR
                   IF WS-LEAP-YEAR
                       ADD 1 TO WS-DC-MONTH-DAYS
                   END-IF
               END-IF
               IF WS-DC-DD >= 1 AND WS-DC-DD <= WS-DC-MONTH-DAYS
                   SET WS-DC-VALID TO TRUE
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

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

           MOVE TRAN-NEW-COMM-X     TO CREJ-NEW-COMM.
           MOVE TRAN-AUTH-CODE      TO CREJ-AUTH-CODE.
           MOVE WS-REJECT-REASON    TO CREJ-REASON.
           MOVE TRAN-EFF-DATE       TO CREJ-EFF-DATE.
           WRITE CREJ-RECORD.

       CHECK-CURSOR-STATUS.
           WRITE EXCP-RECORD.

       TERMINATION.
           PERFORM WRITE-RETRO-TRAILER.

           CLOSE TRAN-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           CLOSE EXCP-FILE.
           CLOSE RETRO-FILE.

           DISPLAY 'DB2CMPMN - APPLIED=' WS-APPLY-COUNT
                   ' REJECTED=' WS-REJECT-COUNT
                   ' AUTH OVERRIDES=' WS-OVERRIDE-COUNT.
           DISPLAY 'DB2CMPMN - RETRO CHANGES=' WS-RETRO-CHANGE-COUNT
                   ' RETRO PERIOD RECORDS=' WS-RETRO-RECORD-COUNT.
