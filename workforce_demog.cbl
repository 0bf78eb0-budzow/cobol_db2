       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2DEMOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAND-FILE ASSIGN TO DEMOGIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-STATUS.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BAND-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  BAND-IN-RECORD.
           05  BAND-IN-TYPE               PIC X(01).
               88  BAND-IN-TENURE-ROW                 VALUE 'T'.
               88  BAND-IN-AGE-ROW                    VALUE 'A'.
               88  BAND-IN-MILESTONE-ROW              VALUE 'M'.
           05  BAND-IN-YEARS              PIC 9(03).
           05  BAND-IN-LABEL              PIC X(10).
           05  FILLER                     PIC X(66).

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  RPT-HEADING-1                   PIC X(133).
       01  RPT-HEADING-2                   PIC X(133).
       01  RPT-DETAIL-LINE                 PIC X(133).
       01  RPT-BLANK-LINE                  PIC X(133).

       FD  EXCP-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY EXCPREC.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-EMPNO         PIC X(06).
       01  WS-FIRSTNME      PIC X(12).
       01  WS-LASTNAME      PIC X(15).
       01  WS-WORKDEPT      PIC X(03).
       01  WS-HIREDATE      PIC X(10).
       01  WS-BIRTHDATE     PIC X(10).
       01  WS-SEX           PIC X(01).

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-BAND-STATUS              PIC X(02).
           05  WS-BAND-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-BAND-EOF                         VALUE 'Y'.
           05  WS-REPORT-SECTION           PIC X(01)  VALUE 'D'.
               88  WS-DEPT-SECTION                     VALUE 'D'.
               88  WS-ANNIV-SECTION                    VALUE 'A'.
           05  WS-FIRST-DETAIL-SW          PIC X(01)  VALUE 'Y'.
               88  WS-FIRST-DETAIL                     VALUE 'Y'.
           05  WS-LEAP-YEAR-SW             PIC X(01)  VALUE 'N'.
               88  WS-LEAP-YEAR                        VALUE 'Y'.
           05  WS-PREV-WORKDEPT            PIC X(03)  VALUE SPACES.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-ANNIV-WINDOW             PIC S9(04) COMP VALUE 60.
           05  WS-ANNIV-DAY                PIC S9(04) COMP VALUE ZERO.
           05  WS-SLOT                     PIC S9(04) COMP VALUE ZERO.
           05  WS-UNKNOWN-SLOT             PIC S9(04) COMP VALUE 7.
           05  WS-BAND-SLOT                PIC S9(04) COMP VALUE ZERO.
           05  WS-BAND-VALUE               PIC S9(04) COMP VALUE ZERO.
           05  WS-EMP-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-ANNIV-COUNT              PIC S9(07) COMP VALUE ZERO.

      *    ONE SET OF COUNTS FOR THE CURRENT WORKDEPT, ONE FOR THE
      *    COMPANY AND ONE THE PRINT PARAGRAPHS WORK FROM. THE
      *    THREE GROUPS ARE THE SAME SHAPE SO A GROUP MOVE FILLS
      *    THE PRINT SET. SLOT 7 HOLDS A MISSING OR INVALID DATE.
       01  WS-DEPT-COUNTS.
           05  WS-DPC-HC                   PIC S9(07) COMP.
           05  WS-DPC-MALE                 PIC S9(07) COMP.
           05  WS-DPC-FEMALE               PIC S9(07) COMP.
           05  WS-DPC-OTHER                PIC S9(07) COMP.
           05  WS-DPC-TENURE-KNOWN         PIC S9(07) COMP.
           05  WS-DPC-TENURE-DAYS          PIC S9(11) COMP-3.
           05  WS-DPC-TENURE               PIC S9(07) COMP
                                           OCCURS 7 TIMES.
           05  WS-DPC-AGE                  PIC S9(07) COMP
                                           OCCURS 7 TIMES.
       01  WS-COMPANY-COUNTS.
           05  WS-COC-HC                   PIC S9(07) COMP.
           05  WS-COC-MALE                 PIC S9(07) COMP.
           05  WS-COC-FEMALE               PIC S9(07) COMP.
           05  WS-COC-OTHER                PIC S9(07) COMP.
           05  WS-COC-TENURE-KNOWN         PIC S9(07) COMP.
           05  WS-COC-TENURE-DAYS          PIC S9(11) COMP-3.
           05  WS-COC-TENURE               PIC S9(07) COMP
                                           OCCURS 7 TIMES.
           05  WS-COC-AGE                  PIC S9(07) COMP
                                           OCCURS 7 TIMES.
       01  WS-PRINT-COUNTS.
           05  WS-PRC-HC                   PIC S9(07) COMP.
           05  WS-PRC-MALE                 PIC S9(07) COMP.
           05  WS-PRC-FEMALE               PIC S9(07) COMP.
           05  WS-PRC-OTHER                PIC S9(07) COMP.
           05  WS-PRC-TENURE-KNOWN         PIC S9(07) COMP.
           05  WS-PRC-TENURE-DAYS          PIC S9(11) COMP-3.
           05  WS-PRC-TENURE               PIC S9(07) COMP
                                           OCCURS 7 TIMES.
           05  WS-PRC-AGE                  PIC S9(07) COMP
                                           OCCURS 7 TIMES.
       01  WS-PRINT-LABEL                  PIC X(12).
       01  WS-AVG-TENURE                   PIC S9(03)V9 COMP-3.

       01  WS-ISO-HIRE.
           05  WS-HIRE-YYYY                PIC 9(04).
           05  FILLER                      PIC X(01).
           05  WS-HIRE-MM                  PIC 9(02).
           05  FILLER                      PIC X(01).
           05  WS-HIRE-DD                  PIC 9(02).
       01  WS-ISO-BIRTH.
           05  WS-BIRTH-YYYY               PIC 9(04).
           05  FILLER                      PIC X(01).
           05  WS-BIRTH-MM                 PIC 9(02).
           05  FILLER                      PIC X(01).
           05  WS-BIRTH-DD                 PIC 9(02).

       01  WS-YEARS-WORK.
           05  WS-FROM-YYYY                PIC 9(04).
           05  WS-FROM-MM                  PIC 9(02).
           05  WS-FROM-DD                  PIC 9(02).
           05  WS-YEARS                    PIC S9(04) COMP.
           05  WS-TODAY-SERIAL             PIC S9(09) COMP.
           05  WS-HIRE-SERIAL              PIC S9(09) COMP.
           05  WS-ANNIV-YEARS              PIC S9(04) COMP.
           05  WS-DAYS-TO-ANNIV            PIC S9(09) COMP.
           05  WS-ANNIV-DATE.
               10  WS-AN-YYYY              PIC 9(04).
               10  WS-AN-MM                PIC 9(02).
               10  WS-AN-DD                PIC 9(02).
           05  WS-ANNIV-ISO.
               10  WS-AI-YYYY              PIC 9(04).
               10  FILLER                  PIC X(01)  VALUE '-'.
               10  WS-AI-MM                PIC 9(02).
               10  FILLER                  PIC X(01)  VALUE '-'.
               10  WS-AI-DD                PIC 9(02).

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

           COPY DEMOTAB.

      *    EMPLOYEES REACHING A MILESTONE INSIDE THE WINDOW, HELD
      *    SO THE LIST CAN BE PRINTED IN ANNIVERSARY DATE ORDER.
       01  WS-ANNIV-TABLE-AREA.
           05  WS-AV-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-AV-MAX                   PIC S9(04) COMP VALUE 500.
           05  WS-AV-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-AV-IDX.
               10  WS-AV-EMPNO             PIC X(06).
               10  WS-AV-LASTNAME          PIC X(15).
               10  WS-AV-FIRSTNME          PIC X(12).
               10  WS-AV-WORKDEPT          PIC X(03).
               10  WS-AV-HIREDATE          PIC X(10).
               10  WS-AV-YEARS             PIC S9(04) COMP.
               10  WS-AV-DATE              PIC X(10).
               10  WS-AV-DAYS              PIC S9(04) COMP.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2DEMOG'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'WORKFORCE DEMOGRAPHICS'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.
       01  WS-HEADING-3-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'EMPNO'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(15)  VALUE 'LASTNAME'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(12)  VALUE 'FIRSTNME'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(03)  VALUE 'DPT'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(10)  VALUE 'HIREDATE'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'YEARS'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(11)
                   VALUE 'ANNIVERSARY'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(04)  VALUE 'DAYS'.
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  WS-SECTION-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-SC-TITLE                 PIC X(60).
           05  FILLER                      PIC X(72)  VALUE SPACES.

       01  WS-SUMMARY-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-SL-LABEL                 PIC X(12).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(10)  VALUE 'HEADCOUNT'.
           05  WS-SL-HC                    PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(11)
                   VALUE 'AVG TENURE'.
           05  WS-SL-AVG-TENURE            PIC ZZ9.9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'MALE'.
           05  WS-SL-MALE                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(07)  VALUE 'FEMALE'.
           05  WS-SL-FEMALE                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE 'OTHER'.
           05  WS-SL-OTHER                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(28)  VALUE SPACES.

       01  WS-BAND-LINE-LAYOUT.
           05  FILLER                      PIC X(07).
           05  WS-BL-LABEL                 PIC X(08).
           05  FILLER                      PIC X(02).
           05  WS-BL-SLOT OCCURS 7 TIMES.
               10  WS-BL-SLOT-LABEL        PIC X(10).
               10  WS-BL-SLOT-COUNT        PIC ZZZZ9.
               10  FILLER                  PIC X(01).
           05  FILLER                      PIC X(04).

       01  WS-ANNIV-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-AL-EMPNO                 PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AL-LASTNAME              PIC X(15).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AL-FIRSTNME              PIC X(12).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AL-WORKDEPT              PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AL-HIREDATE              PIC X(10).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-AL-YEARS                 PIC ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AL-DATE                  PIC X(10).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-AL-DAYS                  PIC ZZ9.
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  WS-TOTAL-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(89)  VALUE SPACES.

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT EMPNO,
                      FIRSTNME,
                      LASTNAME,
                      COALESCE(WORKDEPT, ' '),
                      COALESCE(CHAR(HIREDATE, ISO), ' '),
                      COALESCE(CHAR(BIRTHDATE, ISO), ' '),
                      COALESCE(SEX, ' ')
                 FROM DSN8C10.EMP
                ORDER BY WORKDEPT, EMPNO
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           PERFORM LOAD-BAND-TABLE.

           IF RETURN-CODE NOT = 16
               PERFORM PRINT-PAGE-HEADERS

               EXEC SQL OPEN C1 END-EXEC

               PERFORM FETCH-ROW UNTIL SQLCODE NOT = 0

               PERFORM CHECK-CURSOR-STATUS

               EXEC SQL CLOSE C1 END-EXEC

               IF NOT WS-FIRST-DETAIL
                   PERFORM PRINT-DEPT-BLOCK
               END-IF

               PERFORM PRINT-COMPANY-BLOCK

               PERFORM PRINT-ANNIVERSARY-SECTION

               PERFORM PRINT-TOTALS
           END-IF.

           PERFORM TERMINATION.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           MOVE WS-TODAY-X TO WS-DC-DATE.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-DC-SERIAL TO WS-TODAY-SERIAL.

           INITIALIZE WS-DEPT-COUNTS.
           INITIALIZE WS-COMPANY-COUNTS.

       LOAD-BAND-TABLE.
           OPEN INPUT BAND-FILE.

           IF WS-BAND-STATUS = '00'
               PERFORM READ-BAND-RECORD UNTIL WS-BAND-EOF
               CLOSE BAND-FILE
           END-IF.

           IF WS-TNB-COUNT = ZERO OR WS-AGB-COUNT = ZERO
               MOVE 'DEMOTAB' TO WS-CURRENT-CURSOR
               MOVE ZERO      TO EXCP-SQLCODE
               MOVE SPACES    TO EXCP-SQLSTATE
               MOVE 'DEMOGRAPHIC BAND TABLE MISSING OR EMPTY'
                   TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       READ-BAND-RECORD.
           READ BAND-FILE
               AT END
                   SET WS-BAND-EOF TO TRUE
           END-READ.

           IF NOT WS-BAND-EOF
               PERFORM STORE-BAND-RECORD
           END-IF.

      *    A ROW WITH A BAD TYPE OR YEARS IS REPORTED AND SKIPPED;
      *    MORE BANDS THAN THE REPORT HAS COLUMNS FOR IS FATAL, AS
      *    THE COUNTS WOULD NOT ADD UP TO THE HEADCOUNT.
       STORE-BAND-RECORD.
           MOVE 'DEMOTAB' TO WS-CURRENT-CURSOR.

           EVALUATE TRUE
               WHEN BAND-IN-YEARS NOT NUMERIC
                   PERFORM WRITE-BAND-ROW-EXCEPTION
               WHEN BAND-IN-TENURE-ROW
                   IF WS-TNB-COUNT < WS-TNB-MAX
                       ADD 1 TO WS-TNB-COUNT
                       SET WS-TNB-IDX TO WS-TNB-COUNT
                       MOVE BAND-IN-YEARS TO WS-TNB-LOWER(WS-TNB-IDX)
                       MOVE BAND-IN-LABEL TO WS-TNB-LABEL(WS-TNB-IDX)
                   ELSE
                       PERFORM WRITE-BAND-OVERFLOW-EXCEPTION
                   END-IF
               WHEN BAND-IN-AGE-ROW
                   IF WS-AGB-COUNT < WS-AGB-MAX
                       ADD 1 TO WS-AGB-COUNT
                       SET WS-AGB-IDX TO WS-AGB-COUNT
                       MOVE BAND-IN-YEARS TO WS-AGB-LOWER(WS-AGB-IDX)
                       MOVE BAND-IN-LABEL TO WS-AGB-LABEL(WS-AGB-IDX)
                   ELSE
                       PERFORM WRITE-BAND-OVERFLOW-EXCEPTION
                   END-IF
               WHEN BAND-IN-MILESTONE-ROW
                   IF WS-SVM-COUNT < WS-SVM-MAX
                       ADD 1 TO WS-SVM-COUNT
                       SET WS-SVM-IDX TO WS-SVM-COUNT
                       MOVE BAND-IN-YEARS TO WS-SVM-YEARS(WS-SVM-IDX)
                   ELSE
                       PERFORM WRITE-BAND-OVERFLOW-EXCEPTION
                   END-IF
               WHEN OTHER
                   PERFORM WRITE-BAND-ROW-EXCEPTION
           END-EVALUATE.

           MOVE 'C1' TO WS-CURRENT-CURSOR.

       FETCH-ROW.
           EXEC SQL
               FETCH C1
                INTO :WS-EMPNO,
                     :WS-FIRSTNME,
                     :WS-LASTNAME,
                     :WS-WORKDEPT,
                     :WS-HIREDATE,
                     :WS-BIRTHDATE,
                     :WS-SEX
           END-EXEC.

           IF SQLCODE = 0
               IF WS-WORKDEPT NOT = WS-PREV-WORKDEPT
                   IF NOT WS-FIRST-DETAIL
                       PERFORM PRINT-DEPT-BLOCK
                   END-IF
                   MOVE WS-WORKDEPT TO WS-PREV-WORKDEPT
                   MOVE 'N'         TO WS-FIRST-DETAIL-SW
               END-IF
               ADD 1 TO WS-EMP-COUNT
               PERFORM CLASSIFY-EMPLOYEE
           END-IF.

       CLASSIFY-EMPLOYEE.
           ADD 1 TO WS-DPC-HC.

           EVALUATE WS-SEX
               WHEN 'M'
                   ADD 1 TO WS-DPC-MALE
               WHEN 'F'
                   ADD 1 TO WS-DPC-FEMALE
               WHEN OTHER
                   ADD 1 TO WS-DPC-OTHER
           END-EVALUATE.

           MOVE WS-HIREDATE TO WS-ISO-HIRE.
           IF WS-HIRE-YYYY NUMERIC
              AND WS-HIRE-MM NUMERIC
              AND WS-HIRE-DD NUMERIC
               PERFORM CLASSIFY-TENURE
               PERFORM CHECK-ANNIVERSARY
           ELSE
               ADD 1 TO WS-DPC-TENURE(WS-UNKNOWN-SLOT)
           END-IF.

           MOVE WS-BIRTHDATE TO WS-ISO-BIRTH.
           IF WS-BIRTH-YYYY NUMERIC
              AND WS-BIRTH-MM NUMERIC
              AND WS-BIRTH-DD NUMERIC
               MOVE WS-BIRTH-YYYY TO WS-FROM-YYYY
               MOVE WS-BIRTH-MM   TO WS-FROM-MM
               MOVE WS-BIRTH-DD   TO WS-FROM-DD
               PERFORM COMPUTE-COMPLETED-YEARS
               MOVE WS-YEARS TO WS-BAND-VALUE
               MOVE 1 TO WS-BAND-SLOT
               PERFORM TEST-AGE-BAND
                   VARYING WS-AGB-IDX FROM 1 BY 1
                     UNTIL WS-AGB-IDX > WS-AGB-COUNT
               ADD 1 TO WS-DPC-AGE(WS-BAND-SLOT)
           ELSE
               ADD 1 TO WS-DPC-AGE(WS-UNKNOWN-SLOT)
           END-IF.

      *    TENURE BAND ON COMPLETED YEARS; THE AVERAGE IS TAKEN ON
      *    DAYS SO A WHOLE DEPARTMENT HIRED THIS YEAR DOES NOT SHOW
      *    AN AVERAGE OF ZERO. A FUTURE HIREDATE COUNTS AS ZERO.
       CLASSIFY-TENURE.
           MOVE WS-HIRE-YYYY TO WS-FROM-YYYY.
           MOVE WS-HIRE-MM   TO WS-FROM-MM.
           MOVE WS-HIRE-DD   TO WS-FROM-DD.
           PERFORM COMPUTE-COMPLETED-YEARS.
           MOVE WS-YEARS TO WS-BAND-VALUE.
           MOVE 1 TO WS-BAND-SLOT.
           PERFORM TEST-TENURE-BAND
               VARYING WS-TNB-IDX FROM 1 BY 1
                 UNTIL WS-TNB-IDX > WS-TNB-COUNT.
           ADD 1 TO WS-DPC-TENURE(WS-BAND-SLOT).

           MOVE WS-HIRE-YYYY TO WS-DC-YYYY.
           MOVE WS-HIRE-MM   TO WS-DC-MM.
           MOVE WS-HIRE-DD   TO WS-DC-DD.
           PERFORM DATE-TO-SERIAL.
           MOVE WS-DC-SERIAL TO WS-HIRE-SERIAL.
           ADD 1 TO WS-DPC-TENURE-KNOWN.
           IF WS-TODAY-SERIAL > WS-HIRE-SERIAL
               COMPUTE WS-DPC-TENURE-DAYS = WS-DPC-TENURE-DAYS
                   + WS-TODAY-SERIAL - WS-HIRE-SERIAL
           END-IF.

       TEST-TENURE-BAND.
           IF WS-BAND-VALUE >= WS-TNB-LOWER(WS-TNB-IDX)
               SET WS-BAND-SLOT TO WS-TNB-IDX
           END-IF.

       TEST-AGE-BAND.
           IF WS-BAND-VALUE >= WS-AGB-LOWER(WS-AGB-IDX)
               SET WS-BAND-SLOT TO WS-AGB-IDX
           END-IF.

       COMPUTE-COMPLETED-YEARS.
           COMPUTE WS-YEARS = WS-TODAY-YYYY - WS-FROM-YYYY.
           IF WS-TODAY-MM < WS-FROM-MM
              OR (WS-TODAY-MM = WS-FROM-MM
                  AND WS-TODAY-DD < WS-FROM-DD)
               SUBTRACT 1 FROM WS-YEARS
           END-IF.
           IF WS-YEARS < ZERO
               MOVE ZERO TO WS-YEARS
           END-IF.

      *    THE NEXT ANNIVERSARY IS THIS YEAR'S IF IT HAS NOT PASSED,
      *    OTHERWISE NEXT YEAR'S. A 29 FEBRUARY HIRE CELEBRATES ON
      *    28 FEBRUARY IN A COMMON YEAR.
       CHECK-ANNIVERSARY.
           MOVE WS-TODAY-YYYY TO WS-AN-YYYY.
           IF WS-HIRE-MM < WS-TODAY-MM
              OR (WS-HIRE-MM = WS-TODAY-MM
                  AND WS-HIRE-DD < WS-TODAY-DD)
               ADD 1 TO WS-AN-YYYY
           END-IF.
           MOVE WS-HIRE-MM TO WS-AN-MM.
           MOVE WS-HIRE-DD TO WS-AN-DD.

           IF WS-AN-MM = 2 AND WS-AN-DD = 29
               MOVE WS-AN-YYYY TO WS-DC-YYYY
               PERFORM TEST-LEAP-YEAR
               IF NOT WS-LEAP-YEAR
                   MOVE 28 TO WS-AN-DD
               END-IF
           END-IF.

           COMPUTE WS-ANNIV-YEARS = WS-AN-YYYY - WS-HIRE-YYYY.

           PERFORM LOOKUP-MILESTONE.

           IF WS-SVM-FOUND
               MOVE WS-ANNIV-DATE TO WS-DC-DATE
               PERFORM DATE-TO-SERIAL
               COMPUTE WS-DAYS-TO-ANNIV =
                   WS-DC-SERIAL - WS-TODAY-SERIAL
               IF WS-DAYS-TO-ANNIV <= WS-ANNIV-WINDOW
                   PERFORM STORE-ANNIVERSARY-ENTRY
               END-IF
           END-IF.

       LOOKUP-MILESTONE.
           SET WS-SVM-FOUND-SW TO 'N'.
           SET WS-SVM-IDX TO 1.

           PERFORM TEST-MILESTONE
               VARYING WS-SVM-IDX FROM 1 BY 1
                 UNTIL WS-SVM-IDX > WS-SVM-COUNT
                    OR WS-SVM-FOUND.

       TEST-MILESTONE.
           IF WS-ANNIV-YEARS = WS-SVM-YEARS(WS-SVM-IDX)
               SET WS-SVM-FOUND TO TRUE
           END-IF.

       STORE-ANNIVERSARY-ENTRY.
           ADD 1 TO WS-ANNIV-COUNT.

           IF WS-AV-COUNT < WS-AV-MAX
               ADD 1 TO WS-AV-COUNT
               SET WS-AV-IDX TO WS-AV-COUNT
               MOVE WS-AN-YYYY TO WS-AI-YYYY
               MOVE WS-AN-MM   TO WS-AI-MM
               MOVE WS-AN-DD   TO WS-AI-DD
               MOVE WS-EMPNO         TO WS-AV-EMPNO(WS-AV-IDX)
               MOVE WS-LASTNAME      TO WS-AV-LASTNAME(WS-AV-IDX)
               MOVE WS-FIRSTNME      TO WS-AV-FIRSTNME(WS-AV-IDX)
               MOVE WS-WORKDEPT      TO WS-AV-WORKDEPT(WS-AV-IDX)
               MOVE WS-HIREDATE      TO WS-AV-HIREDATE(WS-AV-IDX)
               MOVE WS-ANNIV-YEARS   TO WS-AV-YEARS(WS-AV-IDX)
               MOVE WS-ANNIV-ISO     TO WS-AV-DATE(WS-AV-IDX)
               MOVE WS-DAYS-TO-ANNIV TO WS-AV-DAYS(WS-AV-IDX)
           ELSE
               IF WS-AV-COUNT = WS-AV-MAX
                   MOVE 'AVTAB'  TO WS-CURRENT-CURSOR
                   MOVE ZERO     TO EXCP-SQLCODE
                   MOVE SPACES   TO EXCP-SQLSTATE
                   MOVE
                     'ANNIVERSARY TABLE OVERFLOW - INCREASE WS-AV-MAX'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-EXCEPTION-RECORD
                   ADD 1 TO WS-AV-COUNT
                   MOVE 'C1' TO WS-CURRENT-CURSOR
               END-IF
           END-IF.

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

       PRINT-DEPT-BLOCK.
           MOVE SPACES TO WS-PRINT-LABEL.
           STRING 'DEPT ' WS-PREV-WORKDEPT
               DELIMITED BY SIZE INTO WS-PRINT-LABEL.
           MOVE WS-DEPT-COUNTS TO WS-PRINT-COUNTS.
           PERFORM PRINT-COUNT-BLOCK.

           ADD WS-DPC-HC           TO WS-COC-HC.
           ADD WS-DPC-MALE         TO WS-COC-MALE.
           ADD WS-DPC-FEMALE       TO WS-COC-FEMALE.
           ADD WS-DPC-OTHER        TO WS-COC-OTHER.
           ADD WS-DPC-TENURE-KNOWN TO WS-COC-TENURE-KNOWN.
           ADD WS-DPC-TENURE-DAYS  TO WS-COC-TENURE-DAYS.
           PERFORM ROLL-BAND-SLOT
               VARYING WS-SLOT FROM 1 BY 1
                 UNTIL WS-SLOT > WS-UNKNOWN-SLOT.

           INITIALIZE WS-DEPT-COUNTS.

       ROLL-BAND-SLOT.
           ADD WS-DPC-TENURE(WS-SLOT) TO WS-COC-TENURE(WS-SLOT).
           ADD WS-DPC-AGE(WS-SLOT)    TO WS-COC-AGE(WS-SLOT).

       PRINT-COMPANY-BLOCK.
           MOVE 'COMPANY' TO WS-PRINT-LABEL.
           MOVE WS-COMPANY-COUNTS TO WS-PRINT-COUNTS.
           PERFORM PRINT-COUNT-BLOCK.

      *    ONE SUMMARY LINE, ONE TENURE LINE AND ONE AGE LINE PER
      *    BLOCK, KEPT TOGETHER ON A PAGE.
       PRINT-COUNT-BLOCK.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE ZERO TO WS-AVG-TENURE.
           IF WS-PRC-TENURE-KNOWN > ZERO
               COMPUTE WS-AVG-TENURE ROUNDED =
                   WS-PRC-TENURE-DAYS / WS-PRC-TENURE-KNOWN / 365.25
           END-IF.

           MOVE WS-PRINT-LABEL TO WS-SL-LABEL.
           MOVE WS-PRC-HC      TO WS-SL-HC.
           MOVE WS-AVG-TENURE  TO WS-SL-AVG-TENURE.
           MOVE WS-PRC-MALE    TO WS-SL-MALE.
           MOVE WS-PRC-FEMALE  TO WS-SL-FEMALE.
           MOVE WS-PRC-OTHER   TO WS-SL-OTHER.
           WRITE RPT-DETAIL-LINE FROM WS-SUMMARY-LINE-LAYOUT.

           MOVE SPACES   TO WS-BAND-LINE-LAYOUT.
           MOVE 'TENURE' TO WS-BL-LABEL.
           PERFORM FILL-TENURE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
                 UNTIL WS-SLOT > WS-TNB-COUNT.
           MOVE 'NO DATE' TO WS-BL-SLOT-LABEL(WS-SLOT).
           MOVE WS-PRC-TENURE(WS-UNKNOWN-SLOT)
               TO WS-BL-SLOT-COUNT(WS-SLOT).
           WRITE RPT-DETAIL-LINE FROM WS-BAND-LINE-LAYOUT.

           MOVE SPACES   TO WS-BAND-LINE-LAYOUT.
           MOVE 'AGE'    TO WS-BL-LABEL.
           PERFORM FILL-AGE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
                 UNTIL WS-SLOT > WS-AGB-COUNT.
           MOVE 'NO DATE' TO WS-BL-SLOT-LABEL(WS-SLOT).
           MOVE WS-PRC-AGE(WS-UNKNOWN-SLOT)
               TO WS-BL-SLOT-COUNT(WS-SLOT).
           WRITE RPT-DETAIL-LINE FROM WS-BAND-LINE-LAYOUT.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           ADD 4 TO WS-LINE-COUNT.

       FILL-TENURE-SLOT.
           MOVE WS-TNB-LABEL(WS-SLOT)  TO WS-BL-SLOT-LABEL(WS-SLOT).
           MOVE WS-PRC-TENURE(WS-SLOT) TO WS-BL-SLOT-COUNT(WS-SLOT).

       FILL-AGE-SLOT.
           MOVE WS-AGB-LABEL(WS-SLOT)  TO WS-BL-SLOT-LABEL(WS-SLOT).
           MOVE WS-PRC-AGE(WS-SLOT)    TO WS-BL-SLOT-COUNT(WS-SLOT).

      *    PRINTED DAY BY DAY ACROSS THE WINDOW SO THE LIST COMES
      *    OUT IN THE ORDER THE LETTERS ARE DUE.
       PRINT-ANNIVERSARY-SECTION.
           SET WS-ANNIV-SECTION TO TRUE.
           PERFORM PRINT-PAGE-HEADERS.

           IF WS-AV-COUNT = ZERO
               MOVE SPACES TO WS-SECTION-LAYOUT
               MOVE 'NO SERVICE ANNIVERSARIES IN THE WINDOW'
                   TO WS-SC-TITLE
               WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM PRINT-ANNIVERSARY-DAY
                   VARYING WS-ANNIV-DAY FROM 0 BY 1
                     UNTIL WS-ANNIV-DAY > WS-ANNIV-WINDOW
           END-IF.

       PRINT-ANNIVERSARY-DAY.
           PERFORM PRINT-ANNIVERSARY-LINE
               VARYING WS-AV-IDX FROM 1 BY 1
                 UNTIL WS-AV-IDX > WS-AV-COUNT
                    OR WS-AV-IDX > WS-AV-MAX.

       PRINT-ANNIVERSARY-LINE.
           IF WS-AV-DAYS(WS-AV-IDX) = WS-ANNIV-DAY
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-PAGE-HEADERS
               END-IF
               MOVE WS-AV-EMPNO(WS-AV-IDX)    TO WS-AL-EMPNO
               MOVE WS-AV-LASTNAME(WS-AV-IDX) TO WS-AL-LASTNAME
               MOVE WS-AV-FIRSTNME(WS-AV-IDX) TO WS-AL-FIRSTNME
               MOVE WS-AV-WORKDEPT(WS-AV-IDX) TO WS-AL-WORKDEPT
               MOVE WS-AV-HIREDATE(WS-AV-IDX) TO WS-AL-HIREDATE
               MOVE WS-AV-YEARS(WS-AV-IDX)    TO WS-AL-YEARS
               MOVE WS-AV-DATE(WS-AV-IDX)     TO WS-AL-DATE
               MOVE WS-AV-DAYS(WS-AV-IDX)     TO WS-AL-DAYS
               WRITE RPT-DETAIL-LINE FROM WS-ANNIV-LINE-LAYOUT
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE 'EMPLOYEES READ                 =' TO WS-TL-LABEL.
           MOVE WS-EMP-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'ANNIVERSARIES IN THE WINDOW    =' TO WS-TL-LABEL.
           MOVE WS-ANNIV-COUNT TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           ADD 3 TO WS-LINE-COUNT.

       WRITE-BAND-ROW-EXCEPTION.
           MOVE ZERO   TO EXCP-SQLCODE.
           MOVE SPACES TO EXCP-SQLSTATE.
           STRING 'INVALID DEMOGRAPHIC BAND ROW SKIPPED: '
                  BAND-IN-TYPE BAND-IN-YEARS
               DELIMITED BY SIZE INTO EXCP-SQLERRM.
           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-BAND-OVERFLOW-EXCEPTION.
           MOVE ZERO   TO EXCP-SQLCODE.
           MOVE SPACES TO EXCP-SQLSTATE.
           MOVE 'DEMOGRAPHIC BAND TABLE OVERFLOW - INCREASE DEMOTAB'
               TO EXCP-SQLERRM.
           PERFORM WRITE-EXCEPTION-RECORD.
           MOVE 16 TO RETURN-CODE.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2DEMOG'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.

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
           IF WS-ANNIV-SECTION
               MOVE 'SERVICE ANNIVERSARIES IN THE NEXT 60 DAYS'
                   TO WS-SC-TITLE
           ELSE
               MOVE 'TENURE, AGE AND GENDER BY DEPARTMENT'
                   TO WS-SC-TITLE
           END-IF.
           MOVE WS-SECTION-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.

           IF WS-ANNIV-SECTION
               MOVE WS-HEADING-3-LAYOUT TO RPT-HEADING-2
               WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES
           END-IF.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       TERMINATION.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

           DISPLAY 'DB2DEMOG - EMPLOYEES=' WS-EMP-COUNT
                   ' ANNIVERSARIES=' WS-ANNIV-COUNT.
