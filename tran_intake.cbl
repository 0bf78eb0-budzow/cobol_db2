       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2INTAK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-FILE ASSIGN TO CSVIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT CMP-FILE ASSIGN TO CMPOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PRJ-FILE ASSIGN TO PRJOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DPT-FILE ASSIGN TO DPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  CSV-LINE                       PIC X(250).

       FD  EMP-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY EMPTRAN REPLACING LEADING ==TRAN== BY ==ETRN==.

       FD  CMP-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY CMPTRAN REPLACING LEADING ==TRAN== BY ==CTRN==.

       FD  PRJ-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY PRJTRAN REPLACING LEADING ==TRAN== BY ==JTRN==.

       FD  DPT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY DPTTRAN REPLACING LEADING ==TRAN== BY ==DTRN==.

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

       01  WS-EMPNO             PIC X(06).
       01  WS-DEPTNO            PIC X(03).
       01  WS-PROJNO            PIC X(06).
       01  WS-ROW-COUNT         PIC S9(09) COMP.

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'SELECT'.
           05  WS-CSV-STATUS               PIC X(02).
           05  WS-CSV-EOF-SW               PIC X(01)  VALUE 'N'.
               88  WS-CSV-EOF                          VALUE 'Y'.
           05  WS-VALID-SW                 PIC X(01)  VALUE 'Y'.
               88  WS-ROW-VALID                        VALUE 'Y'.
           05  WS-REPORT-SECTION           PIC X(01)  VALUE 'R'.
               88  WS-REJECT-SECTION                   VALUE 'R'.
               88  WS-CONTROL-SECTION                  VALUE 'C'.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-ROW-NUMBER               PIC S9(07) COMP VALUE ZERO.
           05  WS-READ-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-HEADING-COUNT            PIC S9(07) COMP VALUE ZERO.
           05  WS-BLANK-COUNT              PIC S9(07) COMP VALUE ZERO.
           05  WS-CONTROL-ROW-COUNT        PIC S9(07) COMP VALUE ZERO.
           05  WS-EMP-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-CMP-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-PRJ-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-DPT-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-REJECT-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-ERROR-COUNT              PIC S9(07) COMP VALUE ZERO.
           05  WS-UNBALANCED-COUNT         PIC S9(07) COMP VALUE ZERO.

      *    ONE ROW SPLIT INTO ITS COLUMNS. A COLUMN MAY BE QUOTED
      *    (A NAME WITH A COMMA IN IT) AND A DOUBLED QUOTE INSIDE
      *    QUOTES IS ONE QUOTE, AS THE SPREADSHEETS WRITE THEM.
      *    WS-COL-LEN KEEPS COUNTING PAST 40 SO AN OVERLONG VALUE
      *    IS REJECTED RATHER THAN QUIETLY CUT SHORT.
       01  WS-SPLIT-FIELDS.
           05  WS-ROW-LEN                  PIC S9(04) COMP.
           05  WS-POS                      PIC S9(04) COMP.
           05  WS-CHAR                     PIC X(01).
           05  WS-QUOTE-SW                 PIC X(01)  VALUE 'N'.
               88  WS-IN-QUOTES                        VALUE 'Y'.
           05  WS-EXTRA-COL-SW             PIC X(01)  VALUE 'N'.
               88  WS-EXTRA-COLUMNS                    VALUE 'Y'.
           05  WS-COL-COUNT                PIC S9(04) COMP.
           05  WS-COL-MAX                  PIC S9(04) COMP VALUE 15.
           05  WS-COL-ENTRY OCCURS 15 TIMES.
               10  WS-COL-VALUE            PIC X(40).
               10  WS-COL-LEN              PIC S9(04) COMP.

       01  WS-ROW-KEY-FIELDS.
           05  WS-STREAM                   PIC X(03).
               88  WS-STREAM-EMP                       VALUE 'EMP'.
               88  WS-STREAM-CMP                       VALUE 'CMP'.
               88  WS-STREAM-PRJ                       VALUE 'PRJ'.
               88  WS-STREAM-DPT                       VALUE 'DPT'.
               88  WS-STREAM-CTL                       VALUE 'CTL'.
           05  WS-SUBMITTER                PIC X(08).
           05  WS-TRAN-TYPE                PIC X(01).
               88  WS-TYPE-ADD                         VALUE 'A'.
               88  WS-TYPE-DELETE                      VALUE 'D'.
               88  WS-TYPE-UPDATE                      VALUE 'U' ' '.

      *    ONE COLUMN EDIT AT A TIME - THE CALLER SETS THE COLUMN
      *    NUMBER, ITS NAME FOR THE REJECT REPORT, THE LONGEST
      *    VALUE IT MAY HOLD AND WHETHER IT IS REQUIRED; THE EDIT
      *    LEAVES THE VALUE IN WS-EDIT-TEXT OR WS-EDIT-NUMBER.
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COL                 PIC S9(04) COMP.
           05  WS-EDIT-NAME                PIC X(12).
           05  WS-EDIT-MAX                 PIC S9(04) COMP.
           05  WS-EDIT-REQ-SW              PIC X(01).
               88  WS-EDIT-REQUIRED                    VALUE 'Y'.
           05  WS-EDIT-PRESENT-SW          PIC X(01).
               88  WS-EDIT-PRESENT                     VALUE 'Y'.
           05  WS-EDIT-OK-SW               PIC X(01).
               88  WS-EDIT-OK                          VALUE 'Y'.
           05  WS-EDIT-TEXT                PIC X(40).
           05  WS-EDIT-LEN                 PIC S9(04) COMP.
           05  WS-EDIT-NUMBER              PIC 9(11)V99.
           05  WS-EDIT-INT-MAX             PIC S9(04) COMP.
           05  WS-EDIT-DEC-MAX             PIC S9(04) COMP.
           05  WS-INT-DIGITS               PIC S9(04) COMP.
           05  WS-DEC-DIGITS               PIC S9(04) COMP.
           05  WS-INT-PART                 PIC 9(11).
           05  WS-DEC-PART                 PIC 9(02).
           05  WS-POINT-SW                 PIC X(01).
               88  WS-POINT-SEEN                       VALUE 'Y'.
           05  WS-DIGIT-X                  PIC X(01).
           05  WS-DIGIT REDEFINES WS-DIGIT-X
                                           PIC 9(01).
           05  WS-REJ-REASON               PIC X(40).
           05  WS-MAX-EDIT                 PIC Z9.

       01  WS-DATE-FIELDS.
           05  WS-EDIT-DATE                PIC X(08).
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
               10  WS-ED-YYYY              PIC 9(04).
               10  WS-ED-MM                PIC 9(02).
               10  WS-ED-DD                PIC 9(02).
           05  WS-LEAP-QUOT                PIC S9(04) COMP.
           05  WS-LEAP-REM                 PIC S9(04) COMP.
           05  WS-MONTH-DAYS-LIST          PIC X(24)
                   VALUE '312931303130313130313031'.
           05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-LIST
                                           PIC 9(02) OCCURS 12 TIMES.

      *    THE EDITED VALUES OF A ROW, HELD UNTIL EVERY COLUMN HAS
      *    PASSED AND THE REFERENCE CHECKS ARE DONE.
       01  WS-ROW-VALUES.
           05  WS-RV-EMPNO                 PIC X(06).
           05  WS-RV-DEPTNO                PIC X(03).
           05  WS-RV-PROJNO                PIC X(06).
           05  WS-RV-MGRNO                 PIC X(06).
           05  WS-RV-ADMRDEPT              PIC X(03).

      *    BATCH CONTROL BY SUBMITTER. A CTL ROW CARRIES THE NUMBER
      *    OF DATA ROWS THE SUBMITTER SENT, SO A ROW LOST IN THE
      *    UPLOAD SHOWS AS OUT OF BALANCE.
       01  WS-SUBMITTER-TABLE-AREA.
           05  WS-SB-COUNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-SB-MAX                   PIC S9(04) COMP VALUE 200.
           05  WS-SB-SUB                   PIC S9(04) COMP.
           05  WS-SB-ENTRY OCCURS 200 TIMES.
               10  WS-SB-ID                PIC X(08).
               10  WS-SB-RECEIVED          PIC S9(07) COMP.
               10  WS-SB-EMP               PIC S9(07) COMP.
               10  WS-SB-CMP               PIC S9(07) COMP.
               10  WS-SB-PRJ               PIC S9(07) COMP.
               10  WS-SB-DPT               PIC S9(07) COMP.
               10  WS-SB-REJECTED          PIC S9(07) COMP.
               10  WS-SB-DECLARED          PIC S9(07) COMP.
               10  WS-SB-CTL-SW            PIC X(01).
                   88  WS-SB-CTL-SEEN                  VALUE 'Y'.
                   88  WS-SB-CTL-BAD                   VALUE 'B'.
       01  WS-SB-FOUND-SW                  PIC X(01)  VALUE 'N'.
           88  WS-SB-FOUND                             VALUE 'Y'.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2INTAK'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'TRANSACTION INTAKE'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.

       01  WS-SECTION-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-SC-TITLE                 PIC X(60).
           05  FILLER                      PIC X(72)  VALUE SPACES.

       01  WS-REJECT-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'SUBMITTER'.
           05  FILLER                      PIC X(10)
                   VALUE '       ROW'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'STREAM'.
           05  FILLER                      PIC X(04)  VALUE ' COL'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(12)  VALUE 'COLUMN'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(22)  VALUE 'VALUE'.
           05  FILLER                      PIC X(40)  VALUE 'REASON'.
           05  FILLER                      PIC X(19)  VALUE SPACES.

       01  WS-REJECT-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-RJ-SUBMITTER             PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RJ-ROW                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RJ-STREAM                PIC X(03).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-RJ-COL                   PIC ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RJ-COLNAME               PIC X(12).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RJ-VALUE                 PIC X(20).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RJ-REASON                PIC X(40).
           05  FILLER                      PIC X(19)  VALUE SPACES.

       01  WS-CONTROL-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(10)  VALUE 'SUBMITTER'.
           05  FILLER                      PIC X(08)  VALUE 'RECEIVED'.
           05  FILLER                      PIC X(09)  VALUE '      EMP'.
           05  FILLER                      PIC X(09)  VALUE '      CMP'.
           05  FILLER                      PIC X(09)  VALUE '      PRJ'.
           05  FILLER                      PIC X(09)  VALUE '      DPT'.
           05  FILLER                      PIC X(10)
                   VALUE '  REJECTED'.
           05  FILLER                      PIC X(10)
                   VALUE '  DECLARED'.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'STATUS'.
           05  FILLER                      PIC X(46)  VALUE SPACES.

       01  WS-CONTROL-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-CL-SUBMITTER             PIC X(08).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-CL-RECEIVED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-CL-EMP                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-CL-CMP                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-CL-PRJ                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-CL-DPT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-CL-REJECTED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-CL-DECLARED              PIC X(07).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-CL-STATUS                PIC X(50).
       01  WS-CL-DECLARED-N                PIC ZZZ,ZZ9.

       01  WS-MESSAGE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-MSG-TEXT                 PIC X(80)  VALUE SPACES.
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  WS-TOTAL-LINE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           OPEN INPUT CSV-FILE.

           IF WS-CSV-STATUS = '00'
               PERFORM READ-CSV-ROW
               PERFORM PROCESS-CSV-ROW UNTIL WS-CSV-EOF
                  OR RETURN-CODE = 16
               CLOSE CSV-FILE
           ELSE
               PERFORM CSV-OPEN-FAILED
           END-IF.

           IF WS-REJECT-COUNT = ZERO
              AND WS-CSV-STATUS = '00'
               MOVE 'NO ROWS REJECTED' TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
           END-IF.

           IF RETURN-CODE = 16
              AND WS-CSV-STATUS = '00'
               MOVE 'DB2 ERROR - INTAKE STOPPED, DO NOT RUN THE STREAMS'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
           END-IF.

           MOVE 'C' TO WS-REPORT-SECTION.
           PERFORM PRINT-PAGE-HEADERS.
           PERFORM PRINT-SUBMITTER-CONTROL
               VARYING WS-SB-SUB FROM 1 BY 1
               UNTIL WS-SB-SUB > WS-SB-COUNT.

           PERFORM PRINT-TOTALS.

           IF RETURN-CODE < 4
               IF WS-REJECT-COUNT > ZERO
                  OR WS-UNBALANCED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM TERMINATION.

           STOP RUN.

      *    THE FOUR TRANIN FILES ARE ALREADY OPEN FOR OUTPUT, AND SO
      *    EMPTY, WHEN CSVIN FAILS TO OPEN - THE STEP MUST NOT END
      *    CLEAN OR THE STREAMS WOULD RUN ON NOTHING.
       CSV-OPEN-FAILED.
           DISPLAY 'DB2INTAK - CSVIN OPEN FAILED, STATUS='
                   WS-CSV-STATUS.

           MOVE 'CSVIN'  TO WS-CURRENT-CURSOR.
           MOVE ZERO     TO EXCP-SQLCODE.
           MOVE SPACES   TO EXCP-SQLSTATE.
           MOVE SPACES   TO EXCP-SQLERRM.
           STRING 'CSVIN OPEN FAILED - FILE STATUS ' WS-CSV-STATUS
               DELIMITED BY SIZE INTO EXCP-SQLERRM.
           PERFORM WRITE-EXCEPTION-RECORD.

           MOVE SPACES TO WS-MSG-TEXT.
           STRING 'CSVIN OPEN FAILED - FILE STATUS ' WS-CSV-STATUS
                  ' - NOTHING ROUTED, DO NOT RUN THE STREAMS'
               DELIMITED BY SIZE INTO WS-MSG-TEXT.
           PERFORM WRITE-MESSAGE-LINE.

           MOVE 16 TO RETURN-CODE.

       INITIALIZATION.
           OPEN OUTPUT EMP-FILE.
           OPEN OUTPUT CMP-FILE.
           OPEN OUTPUT PRJ-FILE.
           OPEN OUTPUT DPT-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           MOVE 'R' TO WS-REPORT-SECTION.
           PERFORM PRINT-PAGE-HEADERS.

       READ-CSV-ROW.
           READ CSV-FILE
               AT END
                   SET WS-CSV-EOF TO TRUE
           END-READ.

      *    ROW NUMBERS ARE THE SUBMITTER'S SPREADSHEET ROWS: THE
      *    COUNT RESTARTS AT EVERY COLUMN-HEADING ROW, SO WHEN THE
      *    DEPARTMENTS' FILES ARE CONCATENATED EACH ONE IS NUMBERED
      *    FROM ITS OWN HEADING ROW 1.
       PROCESS-CSV-ROW.
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-ROW-NUMBER.

           IF CSV-LINE = SPACES
               ADD 1 TO WS-BLANK-COUNT
           ELSE
               PERFORM SPLIT-CSV-ROW
               MOVE WS-COL-VALUE(1) TO WS-EDIT-TEXT
               PERFORM FOLD-TO-UPPER-CASE
               EVALUATE TRUE
                   WHEN WS-EDIT-TEXT = 'STREAM'
                       MOVE 1 TO WS-ROW-NUMBER
                       ADD 1 TO WS-HEADING-COUNT
                   WHEN WS-COL-COUNT = 1
                    AND WS-COL-LEN(1) = ZERO
                       ADD 1 TO WS-BLANK-COUNT
                   WHEN OTHER
                       PERFORM EDIT-AND-ROUTE-ROW
               END-EVALUATE
           END-IF.

           PERFORM READ-CSV-ROW.

       SPLIT-CSV-ROW.
           PERFORM FIND-ROW-LENGTH
               VARYING WS-ROW-LEN FROM 250 BY -1
                 UNTIL WS-ROW-LEN < 1
                    OR CSV-LINE(WS-ROW-LEN:1) NOT = SPACE.

           MOVE 'N' TO WS-QUOTE-SW.
           MOVE 'N' TO WS-EXTRA-COL-SW.
           PERFORM CLEAR-COLUMN
               VARYING WS-COL-COUNT FROM 1 BY 1
               UNTIL WS-COL-COUNT > WS-COL-MAX.
           MOVE 1 TO WS-COL-COUNT.

           PERFORM SCAN-CSV-CHARACTER
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-ROW-LEN.

           PERFORM TRIM-COLUMN.

       FIND-ROW-LENGTH.
           CONTINUE.

       CLEAR-COLUMN.
           MOVE SPACES TO WS-COL-VALUE(WS-COL-COUNT).
           MOVE ZERO   TO WS-COL-LEN(WS-COL-COUNT).

       SCAN-CSV-CHARACTER.
           MOVE CSV-LINE(WS-POS:1) TO WS-CHAR.

           EVALUATE TRUE
               WHEN WS-IN-QUOTES AND WS-CHAR = '"'
                   IF WS-POS < WS-ROW-LEN
                      AND CSV-LINE(WS-POS + 1:1) = '"'
                       PERFORM ADD-COLUMN-CHARACTER
                       ADD 1 TO WS-POS
                   ELSE
                       MOVE 'N' TO WS-QUOTE-SW
                   END-IF
               WHEN WS-IN-QUOTES
                   PERFORM ADD-COLUMN-CHARACTER
               WHEN WS-CHAR = ','
                   PERFORM START-NEXT-COLUMN
               WHEN WS-CHAR = '"'
                AND WS-COL-LEN(WS-COL-COUNT) = ZERO
                   SET WS-IN-QUOTES TO TRUE
               WHEN WS-CHAR = SPACE
                AND WS-COL-LEN(WS-COL-COUNT) = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM ADD-COLUMN-CHARACTER
           END-EVALUATE.

       ADD-COLUMN-CHARACTER.
           IF NOT WS-EXTRA-COLUMNS
               ADD 1 TO WS-COL-LEN(WS-COL-COUNT)
               IF WS-COL-LEN(WS-COL-COUNT) <= 40
                   MOVE WS-CHAR TO
                       WS-COL-VALUE(WS-COL-COUNT)
                           (WS-COL-LEN(WS-COL-COUNT):1)
               END-IF
           END-IF.

       START-NEXT-COLUMN.
           PERFORM TRIM-COLUMN.

           IF WS-COL-COUNT < WS-COL-MAX
               ADD 1 TO WS-COL-COUNT
           ELSE
               SET WS-EXTRA-COLUMNS TO TRUE
           END-IF.

       TRIM-COLUMN.
           IF WS-COL-LEN(WS-COL-COUNT) <= 40
               PERFORM DROP-TRAILING-SPACE
                   UNTIL WS-COL-LEN(WS-COL-COUNT) = ZERO
                      OR WS-COL-VALUE(WS-COL-COUNT)
                             (WS-COL-LEN(WS-COL-COUNT):1) NOT = SPACE
           END-IF.

       DROP-TRAILING-SPACE.
           SUBTRACT 1 FROM WS-COL-LEN(WS-COL-COUNT).

      *    EVERY COLUMN OF THE ROW IS EDITED AND EVERY BAD ONE IS
      *    LISTED, SO THE SUBMITTER CAN FIX THE ROW IN ONE PASS. THE
      *    DB2 REFERENCE CHECKS ONLY RUN ONCE THE FORMAT IS CLEAN.
       EDIT-AND-ROUTE-ROW.
           MOVE 'Y'    TO WS-VALID-SW.
           MOVE SPACES TO WS-ROW-VALUES.

           MOVE WS-COL-VALUE(1) TO WS-EDIT-TEXT.
           PERFORM FOLD-TO-UPPER-CASE.
           MOVE WS-EDIT-TEXT TO WS-STREAM.

           MOVE 2            TO WS-EDIT-COL.
           MOVE 'SUBMITTER'  TO WS-EDIT-NAME.
           MOVE 8            TO WS-EDIT-MAX.
           MOVE 'Y'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-CODE-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-TEXT TO WS-SUBMITTER
           ELSE
               MOVE '(NONE)' TO WS-SUBMITTER
           END-IF.

           PERFORM FIND-SUBMITTER.

           IF RETURN-CODE NOT = 16
               IF WS-STREAM-CTL
                   PERFORM EDIT-CONTROL-ROW
               ELSE
                   ADD 1 TO WS-SB-RECEIVED(WS-SB-SUB)
                   PERFORM EDIT-DATA-ROW
               END-IF
           END-IF.

       EDIT-DATA-ROW.
           IF WS-COL-LEN(1) > 3
              OR NOT (WS-STREAM-EMP OR WS-STREAM-CMP
                   OR WS-STREAM-PRJ OR WS-STREAM-DPT)
               MOVE 1        TO WS-EDIT-COL
               MOVE 'STREAM' TO WS-EDIT-NAME
               MOVE 'STREAM MUST BE EMP, CMP, PRJ, DPT OR CTL'
                   TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           ELSE
               EVALUATE TRUE
                   WHEN WS-STREAM-EMP
                       PERFORM EDIT-EMP-ROW
                   WHEN WS-STREAM-CMP
                       PERFORM EDIT-CMP-ROW
                   WHEN WS-STREAM-PRJ
                       PERFORM EDIT-PRJ-ROW
                   WHEN WS-STREAM-DPT
                       PERFORM EDIT-DPT-ROW
               END-EVALUATE
           END-IF.

           IF WS-ROW-VALID AND WS-EXTRA-COLUMNS
               MOVE WS-COL-MAX    TO WS-EDIT-COL
               MOVE 'EXTRA'       TO WS-EDIT-NAME
               MOVE 'MORE COLUMNS THAN THE STREAM LAYOUT'
                   TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           END-IF.

           IF WS-ROW-VALID
               PERFORM CHECK-ROW-REFERENCES
           END-IF.

           IF WS-ROW-VALID
               PERFORM WRITE-ROUTED-ROW
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-SB-REJECTED(WS-SB-SUB)
           END-IF.

       EDIT-CONTROL-ROW.
           ADD 1 TO WS-CONTROL-ROW-COUNT.

           MOVE 3            TO WS-EDIT-COL.
           MOVE 'ROW COUNT'  TO WS-EDIT-NAME.
           MOVE 7            TO WS-EDIT-INT-MAX.
           MOVE 0            TO WS-EDIT-DEC-MAX.
           MOVE 'Y'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-NUMBER-COLUMN.

           IF WS-ROW-VALID
               ADD WS-EDIT-NUMBER TO WS-SB-DECLARED(WS-SB-SUB)
               IF NOT WS-SB-CTL-BAD(WS-SB-SUB)
                   SET WS-SB-CTL-SEEN(WS-SB-SUB) TO TRUE
               END-IF
           ELSE
               SET WS-SB-CTL-BAD(WS-SB-SUB) TO TRUE
           END-IF.

      *    EMP ROWS BECOME EMPTRAN CARDS FOR EMPMAINT:
      *    3 TYPE, 4 EMPNO, 5 WORKDEPT, 6 EDLEVEL, 7 LASTNAME,
      *    8 JOB, 9 SALARY, 10 EFF DATE, 11 OVERRIDE CODE.
      *    EMPMAINT READS LASTNAME, JOB AND SALARY ONLY ON A HIRE;
      *    A CORRECTION CHANGES WORKDEPT AND EDLEVEL AND NOTHING
      *    ELSE. ON A U OR D ROW COLS 7-9 ARE REJECTED RATHER THAN
      *    ROUTED AND SILENTLY DROPPED - A SALARY CHANGE GOES ON A
      *    CMP ROW, WHERE CMPMAINT AUDITS IT.
       EDIT-EMP-ROW.
           MOVE SPACES TO ETRN-RECORD.

           PERFORM EDIT-TRAN-TYPE.
           MOVE WS-TRAN-TYPE TO ETRN-TYPE.

           MOVE 4            TO WS-EDIT-COL.
           MOVE 'EMPNO'      TO WS-EDIT-NAME.
           MOVE 6            TO WS-EDIT-MAX.
           MOVE 'Y'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO ETRN-EMPNO WS-RV-EMPNO.

           MOVE 5            TO WS-EDIT-COL.
           MOVE 'WORKDEPT'   TO WS-EDIT-NAME.
           MOVE 3            TO WS-EDIT-MAX.
           PERFORM SET-REQUIRED-ON-ADD.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO ETRN-NEW-WORKDEPT WS-RV-DEPTNO.

           MOVE 6            TO WS-EDIT-COL.
           MOVE 'EDLEVEL'    TO WS-EDIT-NAME.
           MOVE 2            TO WS-EDIT-INT-MAX.
           MOVE 0            TO WS-EDIT-DEC-MAX.
           PERFORM SET-REQUIRED-ON-ADD.
           PERFORM EDIT-NUMBER-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-NUMBER TO ETRN-NEW-EDLEVEL
           END-IF.

           IF WS-TYPE-UPDATE
              AND WS-COL-LEN(5) = ZERO
              AND WS-COL-LEN(6) = ZERO
               MOVE 5          TO WS-EDIT-COL
               MOVE 'WORKDEPT' TO WS-EDIT-NAME
               MOVE 'NOTHING TO CHANGE' TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           END-IF.

           MOVE 7            TO WS-EDIT-COL.
           MOVE 'LASTNAME'   TO WS-EDIT-NAME.
           MOVE 'ONLY ALLOWED ON AN ADD' TO WS-REJ-REASON.
           IF WS-TYPE-UPDATE OR WS-TYPE-DELETE
               PERFORM REJECT-IF-PRESENT
           ELSE
               MOVE 15           TO WS-EDIT-MAX
               PERFORM SET-REQUIRED-ON-ADD
               PERFORM EDIT-TEXT-COLUMN
               MOVE WS-EDIT-TEXT TO ETRN-NEW-LASTNAME
           END-IF.

           MOVE 8            TO WS-EDIT-COL.
           MOVE 'JOB'        TO WS-EDIT-NAME.
           MOVE 'ONLY ALLOWED ON AN ADD' TO WS-REJ-REASON.
           IF WS-TYPE-UPDATE OR WS-TYPE-DELETE
               PERFORM REJECT-IF-PRESENT
           ELSE
               MOVE 8            TO WS-EDIT-MAX
               PERFORM SET-REQUIRED-ON-ADD
               PERFORM EDIT-CODE-COLUMN
               MOVE WS-EDIT-TEXT TO ETRN-NEW-JOB
           END-IF.

           MOVE 9            TO WS-EDIT-COL.
           MOVE 'SALARY'     TO WS-EDIT-NAME.
           MOVE 'ONLY ON AN ADD - USE A CMP ROW' TO WS-REJ-REASON.
           IF WS-TYPE-UPDATE OR WS-TYPE-DELETE
               PERFORM REJECT-IF-PRESENT
           ELSE
               MOVE 7            TO WS-EDIT-INT-MAX
               MOVE 2            TO WS-EDIT-DEC-MAX
               PERFORM SET-REQUIRED-ON-ADD
               PERFORM EDIT-NUMBER-COLUMN
               IF WS-EDIT-OK AND WS-EDIT-PRESENT
                   MOVE WS-EDIT-NUMBER TO ETRN-NEW-SALARY
               END-IF
           END-IF.

           MOVE 10           TO WS-EDIT-COL.
           MOVE 'EFF DATE'   TO WS-EDIT-NAME.
           MOVE 'N'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-DATE-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-DATE TO ETRN-EFF-DATE
           END-IF.

           MOVE 11           TO WS-EDIT-COL.
           MOVE 'OVERRIDE'   TO WS-EDIT-NAME.
           MOVE 6            TO WS-EDIT-MAX.
           MOVE 'N'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO ETRN-OVERRIDE-CODE.

           MOVE 11 TO WS-EDIT-COL.
           PERFORM CHECK-NO-EXTRA-COLUMN.

      *    CMP ROWS BECOME CMPTRAN CARDS FOR CMPMAINT:
      *    3 EMPNO, 4 SALARY, 5 BONUS, 6 COMM, 7 AUTH CODE, 8 EFF
      *    DATE. A BLANK AMOUNT IS NO CHANGE, BUT AT LEAST ONE MUST
      *    BE GIVEN. A BLANK EFF DATE IS THE BUSINESS DATE.
       EDIT-CMP-ROW.
           MOVE SPACES TO CTRN-RECORD.

           MOVE 3            TO WS-EDIT-COL.
           MOVE 'EMPNO'      TO WS-EDIT-NAME.
           MOVE 6            TO WS-EDIT-MAX.
           MOVE 'Y'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO CTRN-EMPNO WS-RV-EMPNO.

           MOVE 4            TO WS-EDIT-COL.
           MOVE 'SALARY'     TO WS-EDIT-NAME.
           MOVE 7            TO WS-EDIT-INT-MAX.
           MOVE 2            TO WS-EDIT-DEC-MAX.
           MOVE 'N'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-NUMBER-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-NUMBER TO CTRN-NEW-SALARY
           END-IF.

           MOVE 5            TO WS-EDIT-COL.
           MOVE 'BONUS'      TO WS-EDIT-NAME.
           PERFORM EDIT-NUMBER-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-NUMBER TO CTRN-NEW-BONUS
           END-IF.

           MOVE 6            TO WS-EDIT-COL.
           MOVE 'COMM'       TO WS-EDIT-NAME.
           PERFORM EDIT-NUMBER-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-NUMBER TO CTRN-NEW-COMM
           END-IF.

           IF WS-COL-LEN(4) = ZERO
              AND WS-COL-LEN(5) = ZERO
              AND WS-COL-LEN(6) = ZERO
               MOVE 4        TO WS-EDIT-COL
               MOVE 'SALARY' TO WS-EDIT-NAME
               MOVE 'NO SALARY, BONUS OR COMM GIVEN'
                   TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           END-IF.

           MOVE 7            TO WS-EDIT-COL.
           MOVE 'AUTH CODE'  TO WS-EDIT-NAME.
           MOVE 8            TO WS-EDIT-MAX.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO CTRN-AUTH-CODE.

           MOVE 8            TO WS-EDIT-COL.
           MOVE 'EFF DATE'   TO WS-EDIT-NAME.
           MOVE 'N'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-DATE-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-DATE TO CTRN-EFF-DATE
           END-IF.

           MOVE 8 TO WS-EDIT-COL.
           PERFORM CHECK-NO-EXTRA-COLUMN.

      *    PRJ ROWS BECOME PRJTRAN CARDS FOR PRJMAINT:
      *    3 TYPE, 4 PROJNO, 5 EMPNO, 6 ACTNO, 7 EMPTIME (0 TO 1.00),
      *    8 START DATE, 9 END DATE.
       EDIT-PRJ-ROW.
           MOVE SPACES TO JTRN-RECORD.

           PERFORM EDIT-TRAN-TYPE.
           MOVE WS-TRAN-TYPE TO JTRN-TYPE.

           MOVE 4            TO WS-EDIT-COL.
           MOVE 'PROJNO'     TO WS-EDIT-NAME.
           MOVE 6            TO WS-EDIT-MAX.
           MOVE 'Y'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO JTRN-PROJNO WS-RV-PROJNO.

           MOVE 5            TO WS-EDIT-COL.
           MOVE 'EMPNO'      TO WS-EDIT-NAME.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO JTRN-EMPNO WS-RV-EMPNO.

           MOVE 6            TO WS-EDIT-COL.
           MOVE 'ACTNO'      TO WS-EDIT-NAME.
           MOVE 4            TO WS-EDIT-INT-MAX.
           MOVE 0            TO WS-EDIT-DEC-MAX.
           PERFORM EDIT-NUMBER-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-NUMBER TO JTRN-ACTNO
           END-IF.

           MOVE 7            TO WS-EDIT-COL.
           MOVE 'EMPTIME'    TO WS-EDIT-NAME.
           MOVE 1            TO WS-EDIT-INT-MAX.
           MOVE 2            TO WS-EDIT-DEC-MAX.
           PERFORM SET-REQUIRED-ON-ADD.
           PERFORM EDIT-NUMBER-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               IF WS-EDIT-NUMBER > 1
                   MOVE 'EMPTIME MUST BE 0 TO 1.00' TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
               ELSE
                   MOVE WS-EDIT-NUMBER TO JTRN-NEW-EMPTIME
               END-IF
           END-IF.

           MOVE 8            TO WS-EDIT-COL.
           MOVE 'START DATE' TO WS-EDIT-NAME.
           PERFORM SET-REQUIRED-ON-ADD.
           PERFORM EDIT-DATE-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-DATE TO JTRN-NEW-EMSTDATE
           END-IF.

           MOVE 9            TO WS-EDIT-COL.
           MOVE 'END DATE'   TO WS-EDIT-NAME.
           PERFORM SET-REQUIRED-ON-ADD.
           PERFORM EDIT-DATE-COLUMN.
           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE WS-EDIT-DATE TO JTRN-NEW-EMENDATE
               IF JTRN-NEW-EMSTDATE NOT = SPACES
                  AND JTRN-NEW-EMSTDATE > JTRN-NEW-EMENDATE
                   MOVE 'END DATE BEFORE START DATE'
                       TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
               END-IF
           END-IF.

           MOVE 9 TO WS-EDIT-COL.
           PERFORM CHECK-NO-EXTRA-COLUMN.

      *    DPT ROWS BECOME DPTTRAN CARDS FOR DPTMAINT:
      *    3 TYPE, 4 DEPTNO, 5 DEPTNAME, 6 MGRNO, 7 ADMRDEPT.
       EDIT-DPT-ROW.
           MOVE SPACES TO DTRN-RECORD.

           PERFORM EDIT-TRAN-TYPE.
           MOVE WS-TRAN-TYPE TO DTRN-TYPE.

           MOVE 4            TO WS-EDIT-COL.
           MOVE 'DEPTNO'     TO WS-EDIT-NAME.
           MOVE 3            TO WS-EDIT-MAX.
           MOVE 'Y'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO DTRN-DEPTNO WS-RV-DEPTNO.

           MOVE 5            TO WS-EDIT-COL.
           MOVE 'DEPTNAME'   TO WS-EDIT-NAME.
           MOVE 36           TO WS-EDIT-MAX.
           PERFORM SET-REQUIRED-ON-ADD.
           PERFORM EDIT-TEXT-COLUMN.
           MOVE WS-EDIT-TEXT TO DTRN-NEW-DEPTNAME.

           MOVE 6            TO WS-EDIT-COL.
           MOVE 'MGRNO'      TO WS-EDIT-NAME.
           MOVE 6            TO WS-EDIT-MAX.
           MOVE 'N'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO DTRN-NEW-MGRNO WS-RV-MGRNO.

           MOVE 7            TO WS-EDIT-COL.
           MOVE 'ADMRDEPT'   TO WS-EDIT-NAME.
           MOVE 3            TO WS-EDIT-MAX.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO DTRN-NEW-ADMRDEPT WS-RV-ADMRDEPT.

           MOVE 7 TO WS-EDIT-COL.
           PERFORM CHECK-NO-EXTRA-COLUMN.

      *    COLUMN 3 OF THE EMP, PRJ AND DPT STREAMS - A, D, OR U /
      *    BLANK FOR AN IN-PLACE CORRECTION, AS ON THE CARDS.
       EDIT-TRAN-TYPE.
           MOVE 3            TO WS-EDIT-COL.
           MOVE 'TYPE'       TO WS-EDIT-NAME.
           MOVE 1            TO WS-EDIT-MAX.
           MOVE 'N'          TO WS-EDIT-REQ-SW.
           PERFORM EDIT-CODE-COLUMN.
           MOVE WS-EDIT-TEXT TO WS-TRAN-TYPE.

           IF WS-EDIT-OK
              AND NOT WS-TYPE-ADD
              AND NOT WS-TYPE-DELETE
              AND NOT WS-TYPE-UPDATE
               MOVE 'TYPE MUST BE A, D, U OR BLANK' TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           END-IF.

      *    A COLUMN THE CARD TYPE DOES NOT CARRY MUST BE LEFT BLANK;
      *    THE CALLER SETS THE COLUMN, ITS NAME AND THE REASON.
       REJECT-IF-PRESENT.
           IF WS-EDIT-COL <= WS-COL-COUNT
              AND WS-COL-LEN(WS-EDIT-COL) > ZERO
               PERFORM REJECT-COLUMN
           END-IF.

       SET-REQUIRED-ON-ADD.
           IF WS-TYPE-ADD
               MOVE 'Y' TO WS-EDIT-REQ-SW
           ELSE
               MOVE 'N' TO WS-EDIT-REQ-SW
           END-IF.

       CHECK-NO-EXTRA-COLUMN.
           IF WS-COL-COUNT > WS-EDIT-COL
              AND WS-COL-LEN(WS-COL-COUNT) > ZERO
               MOVE WS-COL-COUNT TO WS-EDIT-COL
               MOVE 'EXTRA'      TO WS-EDIT-NAME
               MOVE 'MORE COLUMNS THAN THE STREAM LAYOUT'
                   TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           END-IF.

      *    COMMON START OF EVERY COLUMN EDIT: FETCH THE VALUE,
      *    APPLY THE REQUIRED AND LENGTH RULES.
       FETCH-EDIT-COLUMN.
           MOVE 'Y'    TO WS-EDIT-OK-SW.
           MOVE 'N'    TO WS-EDIT-PRESENT-SW.
           MOVE SPACES TO WS-EDIT-TEXT.
           MOVE ZERO   TO WS-EDIT-LEN.

           IF WS-EDIT-COL <= WS-COL-COUNT
               MOVE WS-COL-VALUE(WS-EDIT-COL) TO WS-EDIT-TEXT
               MOVE WS-COL-LEN(WS-EDIT-COL)   TO WS-EDIT-LEN
           END-IF.

           IF WS-EDIT-LEN > ZERO
               MOVE 'Y' TO WS-EDIT-PRESENT-SW
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-EDIT-PRESENT AND WS-EDIT-REQUIRED
                   MOVE 'REQUIRED' TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
               WHEN WS-EDIT-LEN > WS-EDIT-MAX
                   MOVE WS-EDIT-MAX TO WS-MAX-EDIT
                   MOVE SPACES TO WS-REJ-REASON
                   STRING 'LONGER THAN ' WS-MAX-EDIT ' CHARACTERS'
                       DELIMITED BY SIZE INTO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
           END-EVALUATE.

       EDIT-TEXT-COLUMN.
           PERFORM FETCH-EDIT-COLUMN.

       EDIT-CODE-COLUMN.
           PERFORM FETCH-EDIT-COLUMN.
           PERFORM FOLD-TO-UPPER-CASE.

      *    AN AMOUNT OR COUNT: DIGITS WITH AT MOST ONE DECIMAL POINT
      *    AND UP TO WS-EDIT-DEC-MAX PLACES. THOUSANDS COMMAS (A
      *    QUOTED "52,750.00") ARE ALLOWED; A SIGN IS NOT.
       EDIT-NUMBER-COLUMN.
           MOVE 20 TO WS-EDIT-MAX.
           PERFORM FETCH-EDIT-COLUMN.
           MOVE ZERO TO WS-EDIT-NUMBER.

           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               MOVE ZERO TO WS-INT-DIGITS WS-DEC-DIGITS
                            WS-INT-PART WS-DEC-PART
               MOVE 'N'  TO WS-POINT-SW
               PERFORM SCAN-NUMBER-CHARACTER
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-EDIT-LEN
                      OR NOT WS-EDIT-OK
               IF WS-EDIT-OK
                   EVALUATE TRUE
                       WHEN WS-INT-DIGITS + WS-DEC-DIGITS = ZERO
                           MOVE 'NOT A NUMBER' TO WS-REJ-REASON
                           PERFORM REJECT-COLUMN
                       WHEN WS-INT-DIGITS > WS-EDIT-INT-MAX
                           MOVE 'NUMBER TOO LARGE' TO WS-REJ-REASON
                           PERFORM REJECT-COLUMN
                       WHEN WS-DEC-DIGITS > WS-EDIT-DEC-MAX
                           MOVE 'TOO MANY DECIMAL PLACES'
                               TO WS-REJ-REASON
                           PERFORM REJECT-COLUMN
                       WHEN WS-DEC-DIGITS = 1
                           COMPUTE WS-EDIT-NUMBER =
                               WS-INT-PART + WS-DEC-PART / 10
                       WHEN OTHER
                           COMPUTE WS-EDIT-NUMBER =
                               WS-INT-PART + WS-DEC-PART / 100
                   END-EVALUATE
               END-IF
           END-IF.

       SCAN-NUMBER-CHARACTER.
           MOVE WS-EDIT-TEXT(WS-POS:1) TO WS-DIGIT-X.

           EVALUATE TRUE
               WHEN WS-DIGIT-X NUMERIC AND WS-POINT-SEEN
                   ADD 1 TO WS-DEC-DIGITS
                   IF WS-DEC-DIGITS <= 2
                       COMPUTE WS-DEC-PART =
                           WS-DEC-PART * 10 + WS-DIGIT
                   END-IF
               WHEN WS-DIGIT-X NUMERIC
                   ADD 1 TO WS-INT-DIGITS
                   IF WS-INT-DIGITS <= 11
                       COMPUTE WS-INT-PART =
                           WS-INT-PART * 10 + WS-DIGIT
                   END-IF
               WHEN WS-DIGIT-X = '.' AND NOT WS-POINT-SEEN
                   SET WS-POINT-SEEN TO TRUE
               WHEN WS-DIGIT-X = ',' AND NOT WS-POINT-SEEN
                   CONTINUE
               WHEN OTHER
                   MOVE 'NOT A NUMBER' TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
           END-EVALUATE.

      *    DATES ARE TAKEN AS YYYY-MM-DD (WHAT THE SPREADSHEETS
      *    EXPORT) OR YYYYMMDD (WHAT THE CARDS CARRY) AND ROUTED AS
      *    YYYYMMDD.
       EDIT-DATE-COLUMN.
           MOVE 10 TO WS-EDIT-MAX.
           PERFORM FETCH-EDIT-COLUMN.
           MOVE SPACES TO WS-EDIT-DATE.

           IF WS-EDIT-OK AND WS-EDIT-PRESENT
               EVALUATE TRUE
                   WHEN WS-EDIT-LEN = 10
                    AND WS-EDIT-TEXT(5:1) = '-'
                    AND WS-EDIT-TEXT(8:1) = '-'
                       STRING WS-EDIT-TEXT(1:4) WS-EDIT-TEXT(6:2)
                              WS-EDIT-TEXT(9:2)
                           DELIMITED BY SIZE INTO WS-EDIT-DATE
                   WHEN WS-EDIT-LEN = 8
                       MOVE WS-EDIT-TEXT(1:8) TO WS-EDIT-DATE
               END-EVALUATE
               PERFORM CHECK-EDIT-DATE
           END-IF.

       CHECK-EDIT-DATE.
           IF WS-EDIT-DATE NOT NUMERIC
               MOVE 'DATE MUST BE YYYY-MM-DD OR YYYYMMDD'
                   TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           ELSE
               IF WS-ED-MM < 1 OR WS-ED-MM > 12
                  OR WS-ED-DD < 1
                  OR WS-ED-DD > WS-MONTH-DAYS(WS-ED-MM)
                   MOVE 'NOT A CALENDAR DATE' TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
               ELSE
                   IF WS-ED-MM = 2 AND WS-ED-DD = 29
                       PERFORM CHECK-LEAP-YEAR
                   END-IF
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.
           DIVIDE WS-ED-YYYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               DIVIDE WS-ED-YYYY BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   DIVIDE WS-ED-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
               ELSE
                   MOVE ZERO TO WS-LEAP-REM
               END-IF
           END-IF.

           IF WS-LEAP-REM NOT = ZERO
               MOVE 'NOT A CALENDAR DATE' TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           END-IF.

       FOLD-TO-UPPER-CASE.
           INSPECT WS-EDIT-TEXT
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    REFERENCE CHECKS - THE SAME ONES THE STREAM PROGRAMS MAKE
      *    FIRST, DONE HERE SO THE SUBMITTER HEARS ABOUT A WRONG KEY
      *    TODAY RATHER THAN FROM AN AGED RECYCLE REPORT.
       CHECK-ROW-REFERENCES.
           EVALUATE TRUE
               WHEN WS-STREAM-EMP
                   PERFORM CHECK-EMP-REFERENCES
               WHEN WS-STREAM-CMP
                   MOVE 3 TO WS-EDIT-COL
                   PERFORM CHECK-EMPNO-ON-FILE
               WHEN WS-STREAM-PRJ
                   PERFORM CHECK-PRJ-REFERENCES
               WHEN WS-STREAM-DPT
                   PERFORM CHECK-DPT-REFERENCES
           END-EVALUATE.

       CHECK-EMP-REFERENCES.
           MOVE WS-RV-EMPNO TO WS-EMPNO.
           PERFORM LOOKUP-EMP.

           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   CONTINUE
               WHEN WS-TYPE-ADD AND WS-ROW-COUNT > ZERO
                   MOVE 4       TO WS-EDIT-COL
                   MOVE 'EMPNO' TO WS-EDIT-NAME
                   MOVE 'EMPNO ALREADY ON DSN8C10.EMP'
                       TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
               WHEN NOT WS-TYPE-ADD AND WS-ROW-COUNT = ZERO
                   MOVE 4       TO WS-EDIT-COL
                   MOVE 'EMPNO' TO WS-EDIT-NAME
                   MOVE 'EMPNO NOT FOUND IN DSN8C10.EMP'
                       TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
           END-EVALUATE.

           IF WS-RV-DEPTNO NOT = SPACES
              AND RETURN-CODE NOT = 16
               MOVE WS-RV-DEPTNO TO WS-DEPTNO
               PERFORM LOOKUP-DEPT
               IF WS-ROW-COUNT = ZERO AND RETURN-CODE NOT = 16
                   MOVE 5          TO WS-EDIT-COL
                   MOVE 'WORKDEPT' TO WS-EDIT-NAME
                   MOVE 'WORKDEPT NOT FOUND IN DSN8C10.DEPT'
                       TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
               END-IF
           END-IF.

       CHECK-EMPNO-ON-FILE.
           MOVE WS-RV-EMPNO TO WS-EMPNO.
           PERFORM LOOKUP-EMP.

           IF WS-ROW-COUNT = ZERO AND RETURN-CODE NOT = 16
               MOVE 'EMPNO' TO WS-EDIT-NAME
               MOVE 'EMPNO NOT FOUND IN DSN8C10.EMP'
                   TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           END-IF.

       CHECK-PRJ-REFERENCES.
           MOVE WS-RV-PROJNO TO WS-PROJNO.
           PERFORM LOOKUP-PROJ.

           IF WS-ROW-COUNT = ZERO AND RETURN-CODE NOT = 16
               MOVE 4        TO WS-EDIT-COL
               MOVE 'PROJNO' TO WS-EDIT-NAME
               MOVE 'PROJNO NOT FOUND IN DSN8C10.PROJ'
                   TO WS-REJ-REASON
               PERFORM REJECT-COLUMN
           END-IF.

           IF RETURN-CODE NOT = 16
               MOVE 5 TO WS-EDIT-COL
               PERFORM CHECK-EMPNO-ON-FILE
           END-IF.

       CHECK-DPT-REFERENCES.
           MOVE WS-RV-DEPTNO TO WS-DEPTNO.
           PERFORM LOOKUP-DEPT.

           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   CONTINUE
               WHEN WS-TYPE-ADD AND WS-ROW-COUNT > ZERO
                   MOVE 4        TO WS-EDIT-COL
                   MOVE 'DEPTNO' TO WS-EDIT-NAME
                   MOVE 'DEPTNO ALREADY ON DSN8C10.DEPT'
                       TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
               WHEN NOT WS-TYPE-ADD AND WS-ROW-COUNT = ZERO
                   MOVE 4        TO WS-EDIT-COL
                   MOVE 'DEPTNO' TO WS-EDIT-NAME
                   MOVE 'DEPTNO NOT FOUND IN DSN8C10.DEPT'
                       TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
           END-EVALUATE.

           IF WS-RV-MGRNO NOT = SPACES
              AND RETURN-CODE NOT = 16
               MOVE 6 TO WS-EDIT-COL
               MOVE WS-RV-MGRNO TO WS-EMPNO
               PERFORM LOOKUP-EMP
               IF WS-ROW-COUNT = ZERO AND RETURN-CODE NOT = 16
                   MOVE 'MGRNO' TO WS-EDIT-NAME
                   MOVE 'MGRNO NOT FOUND IN DSN8C10.EMP'
                       TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
               END-IF
           END-IF.

      *    A NEW TOP DEPARTMENT REPORTS TO ITSELF, SO AN ADMRDEPT
      *    EQUAL TO THE ROW'S OWN DEPTNO IS NOT LOOKED UP.
           IF WS-RV-ADMRDEPT NOT = SPACES
              AND WS-RV-ADMRDEPT NOT = WS-RV-DEPTNO
              AND RETURN-CODE NOT = 16
               MOVE WS-RV-ADMRDEPT TO WS-DEPTNO
               PERFORM LOOKUP-DEPT
               IF WS-ROW-COUNT = ZERO AND RETURN-CODE NOT = 16
                   MOVE 7          TO WS-EDIT-COL
                   MOVE 'ADMRDEPT' TO WS-EDIT-NAME
                   MOVE 'ADMRDEPT NOT FOUND IN DSN8C10.DEPT'
                       TO WS-REJ-REASON
                   PERFORM REJECT-COLUMN
               END-IF
           END-IF.

       LOOKUP-EMP.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM DSN8C10.EMP
                WHERE EMPNO = :WS-EMPNO
           END-EXEC.

           PERFORM CHECK-LOOKUP-STATUS.

       LOOKUP-DEPT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM DSN8C10.DEPT
                WHERE DEPTNO = :WS-DEPTNO
           END-EXEC.

           PERFORM CHECK-LOOKUP-STATUS.

       LOOKUP-PROJ.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM DSN8C10.PROJ
                WHERE PROJNO = :WS-PROJNO
           END-EXEC.

           PERFORM CHECK-LOOKUP-STATUS.

       CHECK-LOOKUP-STATUS.
           IF SQLCODE NOT = 0
               PERFORM CHECK-CURSOR-STATUS
               MOVE 'N' TO WS-VALID-SW
           END-IF.

       WRITE-ROUTED-ROW.
           EVALUATE TRUE
               WHEN WS-STREAM-EMP
                   WRITE ETRN-RECORD
                   ADD 1 TO WS-EMP-COUNT
                   ADD 1 TO WS-SB-EMP(WS-SB-SUB)
               WHEN WS-STREAM-CMP
                   WRITE CTRN-RECORD
                   ADD 1 TO WS-CMP-COUNT
                   ADD 1 TO WS-SB-CMP(WS-SB-SUB)
               WHEN WS-STREAM-PRJ
                   WRITE JTRN-RECORD
                   ADD 1 TO WS-PRJ-COUNT
                   ADD 1 TO WS-SB-PRJ(WS-SB-SUB)
               WHEN WS-STREAM-DPT
                   WRITE DTRN-RECORD
                   ADD 1 TO WS-DPT-COUNT
                   ADD 1 TO WS-SB-DPT(WS-SB-SUB)
           END-EVALUATE.

      *    ONE REPORT LINE PER BAD COLUMN. THE ROW IS COUNTED AS
      *    REJECTED ONCE, HOWEVER MANY OF ITS COLUMNS ARE BAD.
       REJECT-COLUMN.
           MOVE 'N' TO WS-VALID-SW.
           MOVE 'N' TO WS-EDIT-OK-SW.
           ADD 1 TO WS-ERROR-COUNT.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES          TO WS-REJECT-LINE-LAYOUT.
           MOVE WS-SUBMITTER    TO WS-RJ-SUBMITTER.
           MOVE WS-ROW-NUMBER   TO WS-RJ-ROW.
           MOVE WS-STREAM       TO WS-RJ-STREAM.
           MOVE WS-EDIT-COL     TO WS-RJ-COL.
           MOVE WS-EDIT-NAME    TO WS-RJ-COLNAME.
           IF WS-EDIT-COL <= WS-COL-COUNT
               MOVE WS-COL-VALUE(WS-EDIT-COL) TO WS-RJ-VALUE
           END-IF.
           MOVE WS-REJ-REASON   TO WS-RJ-REASON.

           WRITE RPT-DETAIL-LINE FROM WS-REJECT-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       FIND-SUBMITTER.
           MOVE 'N' TO WS-SB-FOUND-SW.
           PERFORM TEST-SUBMITTER-ENTRY
               VARYING WS-SB-SUB FROM 1 BY 1
               UNTIL WS-SB-SUB > WS-SB-COUNT
                  OR WS-SB-FOUND.

           IF WS-SB-FOUND
               SUBTRACT 1 FROM WS-SB-SUB
           ELSE
               IF WS-SB-COUNT < WS-SB-MAX
                   ADD 1 TO WS-SB-COUNT
                   MOVE WS-SB-COUNT  TO WS-SB-SUB
                   MOVE WS-SUBMITTER TO WS-SB-ID(WS-SB-SUB)
                   MOVE ZERO TO WS-SB-RECEIVED(WS-SB-SUB)
                                WS-SB-EMP(WS-SB-SUB)
                                WS-SB-CMP(WS-SB-SUB)
                                WS-SB-PRJ(WS-SB-SUB)
                                WS-SB-DPT(WS-SB-SUB)
                                WS-SB-REJECTED(WS-SB-SUB)
                                WS-SB-DECLARED(WS-SB-SUB)
                   MOVE 'N' TO WS-SB-CTL-SW(WS-SB-SUB)
               ELSE
                   MOVE 'SBTAB' TO WS-CURRENT-CURSOR
                   MOVE ZERO    TO EXCP-SQLCODE
                   MOVE SPACES  TO EXCP-SQLSTATE
                   MOVE 'SUBMITTER TABLE OVERFLOW - INCREASE WS-SB-MAX'
                       TO EXCP-SQLERRM
                   PERFORM WRITE-EXCEPTION-RECORD
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       TEST-SUBMITTER-ENTRY.
           IF WS-SB-ID(WS-SB-SUB) = WS-SUBMITTER
               SET WS-SB-FOUND TO TRUE
           END-IF.

      *    EVERY DATA ROW RECEIVED IS EITHER ROUTED TO ONE STREAM OR
      *    REJECTED, AND WHEN THE SUBMITTER SENT A CTL ROW THE ROWS
      *    RECEIVED MUST MATCH THE COUNT THEY DECLARED.
       PRINT-SUBMITTER-CONTROL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES                     TO WS-CONTROL-LINE-LAYOUT.
           MOVE WS-SB-ID(WS-SB-SUB)        TO WS-CL-SUBMITTER.
           MOVE WS-SB-RECEIVED(WS-SB-SUB)  TO WS-CL-RECEIVED.
           MOVE WS-SB-EMP(WS-SB-SUB)       TO WS-CL-EMP.
           MOVE WS-SB-CMP(WS-SB-SUB)       TO WS-CL-CMP.
           MOVE WS-SB-PRJ(WS-SB-SUB)       TO WS-CL-PRJ.
           MOVE WS-SB-DPT(WS-SB-SUB)       TO WS-CL-DPT.
           MOVE WS-SB-REJECTED(WS-SB-SUB)  TO WS-CL-REJECTED.

           EVALUATE TRUE
               WHEN WS-SB-CTL-SEEN(WS-SB-SUB)
                   MOVE WS-SB-DECLARED(WS-SB-SUB) TO WS-CL-DECLARED-N
                   MOVE WS-CL-DECLARED-N          TO WS-CL-DECLARED
               WHEN WS-SB-CTL-BAD(WS-SB-SUB)
                   MOVE '    BAD'                 TO WS-CL-DECLARED
               WHEN OTHER
                   MOVE '   NONE'                 TO WS-CL-DECLARED
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-SB-RECEIVED(WS-SB-SUB) NOT =
                    WS-SB-EMP(WS-SB-SUB) + WS-SB-CMP(WS-SB-SUB)
                  + WS-SB-PRJ(WS-SB-SUB) + WS-SB-DPT(WS-SB-SUB)
                  + WS-SB-REJECTED(WS-SB-SUB)
                   MOVE 'OUT OF BALANCE - ROWS NOT ACCOUNTED FOR'
                       TO WS-CL-STATUS
                   ADD 1 TO WS-UNBALANCED-COUNT
               WHEN WS-SB-CTL-BAD(WS-SB-SUB)
                   MOVE 'OUT OF BALANCE - CTL ROW COUNT UNREADABLE'
                       TO WS-CL-STATUS
                   ADD 1 TO WS-UNBALANCED-COUNT
               WHEN WS-SB-CTL-SEEN(WS-SB-SUB)
                AND WS-SB-DECLARED(WS-SB-SUB) NOT =
                    WS-SB-RECEIVED(WS-SB-SUB)
                   MOVE 'OUT OF BALANCE - RECEIVED NOT = DECLARED'
                       TO WS-CL-STATUS
                   ADD 1 TO WS-UNBALANCED-COUNT
               WHEN WS-SB-REJECTED(WS-SB-SUB) > ZERO
                   MOVE 'BALANCED - RESUBMIT THE REJECTED ROWS'
                       TO WS-CL-STATUS
               WHEN OTHER
                   MOVE 'BALANCED' TO WS-CL-STATUS
           END-EVALUATE.

           WRITE RPT-DETAIL-LINE FROM WS-CONTROL-LINE-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-MESSAGE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

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

           IF WS-CONTROL-SECTION
               MOVE 'BATCH CONTROL BY SUBMITTER' TO WS-SC-TITLE
               MOVE WS-SECTION-LAYOUT TO RPT-DETAIL-LINE
               WRITE RPT-DETAIL-LINE AFTER ADVANCING 2 LINES
               MOVE WS-CONTROL-HEADING-LAYOUT TO RPT-HEADING-2
           ELSE
               MOVE 'INTAKE REJECTS - ONE LINE PER BAD COLUMN'
                   TO WS-SC-TITLE
               MOVE WS-SECTION-LAYOUT TO RPT-DETAIL-LINE
               WRITE RPT-DETAIL-LINE AFTER ADVANCING 2 LINES
               MOVE WS-REJECT-HEADING-LAYOUT TO RPT-HEADING-2
           END-IF.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 12 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.

           MOVE 'ROWS READ                      =' TO WS-TL-LABEL.
           MOVE WS-READ-COUNT                      TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'COLUMN-HEADING ROWS SKIPPED    =' TO WS-TL-LABEL.
           MOVE WS-HEADING-COUNT                   TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'BLANK ROWS SKIPPED             =' TO WS-TL-LABEL.
           MOVE WS-BLANK-COUNT                     TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'CONTROL ROWS READ              =' TO WS-TL-LABEL.
           MOVE WS-CONTROL-ROW-COUNT               TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'EMPMAINT TRANSACTIONS ROUTED   =' TO WS-TL-LABEL.
           MOVE WS-EMP-COUNT                       TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'CMPMAINT TRANSACTIONS ROUTED   =' TO WS-TL-LABEL.
           MOVE WS-CMP-COUNT                       TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'PRJMAINT TRANSACTIONS ROUTED   =' TO WS-TL-LABEL.
           MOVE WS-PRJ-COUNT                       TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'DPTMAINT TRANSACTIONS ROUTED   =' TO WS-TL-LABEL.
           MOVE WS-DPT-COUNT                       TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'ROWS REJECTED                  =' TO WS-TL-LABEL.
           MOVE WS-REJECT-COUNT                    TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'BAD COLUMNS REPORTED           =' TO WS-TL-LABEL.
           MOVE WS-ERROR-COUNT                     TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           MOVE 'SUBMITTERS OUT OF BALANCE      =' TO WS-TL-LABEL.
           MOVE WS-UNBALANCED-COUNT                TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LINE-LAYOUT.
           ADD 12 TO WS-LINE-COUNT.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2INTAK'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.

       TERMINATION.
           CLOSE EMP-FILE.
           CLOSE CMP-FILE.
           CLOSE PRJ-FILE.
           CLOSE DPT-FILE.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

           DISPLAY 'DB2INTAK - ROWS=' WS-READ-COUNT
                   ' EMP=' WS-EMP-COUNT
                   ' CMP=' WS-CMP-COUNT
                   ' PRJ=' WS-PRJ-COUNT
                   ' DPT=' WS-DPT-COUNT
                   ' REJECTED=' WS-REJECT-COUNT.
