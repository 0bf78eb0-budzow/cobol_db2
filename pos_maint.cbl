       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2POSMN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO TRANIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT BUDIN-FILE ASSIGN TO BUDIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUDIN-STATUS.

           SELECT BUDOUT-FILE ASSIGN TO BUDOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY POSTRAN.

       FD  BUDIN-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY POSBUD REPLACING LEADING ==PBUD== BY ==BIN==.

       FD  BUDOUT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY POSBUD.

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

       01  WS-DEPTNO            PIC X(03).
       01  WS-DEPT-ROWS         PIC S9(09) COMP.

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'SELECT'.
           05  WS-TRAN-STATUS              PIC X(02).
           05  WS-BUDIN-STATUS             PIC X(02).
           05  WS-TRAN-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-TRAN-EOF                         VALUE 'Y'.
           05  WS-BUDIN-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-BUDIN-EOF                        VALUE 'Y'.
           05  WS-VALID-SW                 PIC X(01)  VALUE 'Y'.
               88  WS-TRAN-VALID                       VALUE 'Y'.
           05  WS-REJECT-REASON            PIC X(40)  VALUE SPACES.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.
           05  WS-CARD-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-ADD-COUNT                PIC S9(07) COMP VALUE ZERO.
           05  WS-CHANGE-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-DELETE-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-REJECT-COUNT             PIC S9(07) COMP VALUE ZERO.
           05  WS-READ-COUNT               PIC S9(07) COMP VALUE ZERO.
           05  WS-WRITTEN-COUNT            PIC S9(07) COMP VALUE ZERO.

      *    THE WHOLE BUDGET MASTER IS HELD IN KEY ORDER SO CARDS
      *    CAN ARRIVE IN ANY ORDER; AN ADD IS SLOTTED INTO PLACE
      *    AND A DELETE CLOSES THE GAP, SO THE NEW GENERATION IS
      *    WRITTEN STRAIGHT FROM THE TABLE IN KEY ORDER.
       01  WS-BUD-TABLE-AREA.
           05  WS-BUD-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-BUD-MAX                  PIC S9(04) COMP VALUE 5000.
           05  WS-BUD-SUB                  PIC S9(04) COMP.
           05  WS-BUD-LOW                  PIC S9(04) COMP.
           05  WS-BUD-HIGH                 PIC S9(04) COMP.
           05  WS-BUD-MID                  PIC S9(04) COMP.
           05  WS-BUD-FOUND-SUB            PIC S9(04) COMP.
           05  WS-BUD-ENTRY OCCURS 5000 TIMES.
               10  WS-BUD-KEY              PIC X(07).
               10  WS-BUD-AUTH-HEADCOUNT   PIC 9(05).
               10  WS-BUD-SALARY-BUDGET    PIC 9(11)V99.
               10  WS-BUD-APPROVAL-REF     PIC X(10).
               10  WS-BUD-CHANGED-DATE     PIC 9(08).
       01  WS-LAST-KEY                     PIC X(07)  VALUE LOW-VALUES.

       01  WS-SEARCH-KEY.
           05  WS-SEARCH-YEAR              PIC 9(04).
           05  WS-SEARCH-DEPTNO            PIC X(03).

       01  WS-OLD-VALUES.
           05  WS-OLD-HEADCOUNT            PIC 9(05).
           05  WS-OLD-SALARY-BUDGET        PIC 9(11)V99.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2POSMN'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'POSITION BUDGET MAINTENANCE'.
           05  FILLER                      PIC X(21)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'RUN DATE'.
           05  HDG-RUN-DATE                PIC X(10).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE 'PAGE '.
           05  HDG-PAGE-NUMBER             PIC ZZZ9.
           05  FILLER                      PIC X(29)  VALUE SPACES.
       01  WS-HEADING-2-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(04)  VALUE 'ACT'.
           05  FILLER                      PIC X(06)  VALUE 'YEAR'.
           05  FILLER                      PIC X(06)  VALUE 'DEPT'.
           05  FILLER                      PIC X(08)  VALUE 'OLD HC'.
           05  FILLER                      PIC X(18)
                   VALUE 'OLD SALARY BUDGET'.
           05  FILLER                      PIC X(08)  VALUE 'NEW HC'.
           05  FILLER                      PIC X(18)
                   VALUE 'NEW SALARY BUDGET'.
           05  FILLER                      PIC X(12)  VALUE 'APPROVAL'.
           05  FILLER                      PIC X(40)  VALUE 'RESULT'.
           05  FILLER                      PIC X(08)  VALUE SPACES.

       01  WS-DETAIL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-DT-ACTION                PIC X(01).
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  WS-DT-YEAR                  PIC X(04).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-DEPTNO                PIC X(03).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-OLD-HEADCOUNT         PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-DT-OLD-SALARY            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-NEW-HEADCOUNT         PIC ZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-DT-NEW-SALARY            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-APPROVAL-REF          PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DT-RESULT                PIC X(40).
           05  FILLER                      PIC X(09)  VALUE SPACES.

       01  WS-MESSAGE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-MSG-TEXT                 PIC X(80)  VALUE SPACES.
           05  FILLER                      PIC X(48)  VALUE SPACES.

       01  WS-TOTAL-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TL-LABEL                 PIC X(32).
           05  WS-TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(89)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           PERFORM LOAD-BUDGET-MASTER.

           IF RETURN-CODE NOT = 16
               PERFORM PROCESS-TRANSACTIONS
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM WRITE-BUDGET-MASTER
                   VARYING WS-BUD-SUB FROM 1 BY 1
                   UNTIL WS-BUD-SUB > WS-BUD-COUNT
           ELSE
               PERFORM COPY-BUDGET-UNCHANGED
           END-IF.

           PERFORM TERMINATION.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT BUDOUT-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           PERFORM PRINT-PAGE-HEADERS.

      *    WITHOUT THE CURRENT MASTER THE CARDS WOULD BUILD A NEW
      *    GENERATION FROM NOTHING AND EVERY EXISTING BUDGET LINE
      *    WOULD BE LOST, SO NO CARD IS APPLIED.
       LOAD-BUDGET-MASTER.
           OPEN INPUT BUDIN-FILE.

           IF WS-BUDIN-STATUS = '00'
               PERFORM READ-BUDIN-RECORD UNTIL WS-BUDIN-EOF
               CLOSE BUDIN-FILE
           ELSE
               DISPLAY 'DB2POSMN - BUDGET MASTER NOT AVAILABLE'
                       ' - STATUS ' WS-BUDIN-STATUS
               MOVE 'BUDGET MASTER NOT AVAILABLE - STATUS'
                   TO WS-MSG-TEXT
               MOVE WS-BUDIN-STATUS TO WS-MSG-TEXT(38:2)
               PERFORM WRITE-MESSAGE-LINE
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    THE MASTER IS ONLY EVER WRITTEN BY THIS PROGRAM, IN KEY
      *    ORDER - A RECORD OUT OF SEQUENCE MEANS THE WRONG DATASET
      *    IS ON BUDIN, AND NOTHING IS APPLIED TO IT.
       READ-BUDIN-RECORD.
           READ BUDIN-FILE
               AT END
                   SET WS-BUDIN-EOF TO TRUE
           END-READ.

           IF NOT WS-BUDIN-EOF
               ADD 1 TO WS-READ-COUNT
               EVALUATE TRUE
                   WHEN BIN-KEY NOT > WS-LAST-KEY
                       MOVE 'BUDGET MASTER OUT OF SEQUENCE AT'
                           TO WS-MSG-TEXT
                       MOVE BIN-KEY TO WS-MSG-TEXT(34:7)
                       PERFORM WRITE-MESSAGE-LINE
                       MOVE 16 TO RETURN-CODE
                       SET WS-BUDIN-EOF TO TRUE
                   WHEN WS-BUD-COUNT = WS-BUD-MAX
                       MOVE
                       'BUDGET TABLE OVERFLOW - INCREASE WS-BUD-MAX'
                           TO WS-MSG-TEXT
                       PERFORM WRITE-MESSAGE-LINE
                       MOVE 16 TO RETURN-CODE
                       SET WS-BUDIN-EOF TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-BUD-COUNT
                       MOVE BIN-KEY TO WS-BUD-KEY(WS-BUD-COUNT)
                       MOVE BIN-AUTH-HEADCOUNT
                           TO WS-BUD-AUTH-HEADCOUNT(WS-BUD-COUNT)
                       MOVE BIN-SALARY-BUDGET
                           TO WS-BUD-SALARY-BUDGET(WS-BUD-COUNT)
                       MOVE BIN-APPROVAL-REF
                           TO WS-BUD-APPROVAL-REF(WS-BUD-COUNT)
                       MOVE BIN-CHANGED-DATE
                           TO WS-BUD-CHANGED-DATE(WS-BUD-COUNT)
                       MOVE BIN-KEY TO WS-LAST-KEY
               END-EVALUATE
           END-IF.

       PROCESS-TRANSACTIONS.
           OPEN INPUT TRAN-FILE.

           IF WS-TRAN-STATUS = '00'
               PERFORM READ-TRAN-RECORD
               PERFORM PROCESS-ONE-CARD UNTIL WS-TRAN-EOF
               CLOSE TRAN-FILE
           END-IF.

           IF WS-CARD-COUNT = ZERO
               MOVE 'NO MAINTENANCE CARDS - BUDGET CARRIED FORWARD'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
           END-IF.

       READ-TRAN-RECORD.
           READ TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
           END-READ.

       PROCESS-ONE-CARD.
           IF PTRN-RECORD NOT = SPACES
               ADD 1 TO WS-CARD-COUNT
               PERFORM EDIT-AND-APPLY-CARD
           END-IF.

           PERFORM READ-TRAN-RECORD.

       EDIT-AND-APPLY-CARD.
           MOVE 'Y'    TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO   TO WS-OLD-HEADCOUNT
                          WS-OLD-SALARY-BUDGET.
           MOVE ZERO   TO WS-BUD-FOUND-SUB.

           PERFORM EDIT-CARD-KEY.

           IF WS-TRAN-VALID
               MOVE PTRN-FISCAL-YEAR TO WS-SEARCH-YEAR
               MOVE PTRN-DEPTNO      TO WS-SEARCH-DEPTNO
               PERFORM FIND-BUDGET-ENTRY
               IF WS-BUD-FOUND-SUB > ZERO
                   MOVE WS-BUD-AUTH-HEADCOUNT(WS-BUD-FOUND-SUB)
                       TO WS-OLD-HEADCOUNT
                   MOVE WS-BUD-SALARY-BUDGET(WS-BUD-FOUND-SUB)
                       TO WS-OLD-SALARY-BUDGET
               END-IF
               EVALUATE TRUE
                   WHEN PTRN-ACTION-ADD
                       PERFORM APPLY-ADD
                   WHEN PTRN-ACTION-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN PTRN-ACTION-DELETE
                       PERFORM APPLY-DELETE
               END-EVALUATE
           END-IF.

           IF NOT WS-TRAN-VALID
               ADD 1 TO WS-REJECT-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM PRINT-CARD-LINE.

       EDIT-CARD-KEY.
           EVALUATE TRUE
               WHEN NOT PTRN-ACTION-ADD
                AND NOT PTRN-ACTION-CHANGE
                AND NOT PTRN-ACTION-DELETE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               WHEN PTRN-FISCAL-YEAR-X NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID FISCAL YEAR' TO WS-REJECT-REASON
               WHEN PTRN-FISCAL-YEAR < 2000
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID FISCAL YEAR' TO WS-REJECT-REASON
               WHEN PTRN-DEPTNO = SPACES
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'DEPTNO REQUIRED' TO WS-REJECT-REASON
               WHEN PTRN-APPROVAL-REF = SPACES
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'APPROVAL REFERENCE REQUIRED'
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *    A NEW BUDGET LINE MUST BE FOR A REAL DEPARTMENT - A
      *    TYPO WOULD OTHERWISE AUTHORIZE HEADCOUNT NOBODY CAN
      *    HIRE INTO AND LEAVE THE REAL DEPARTMENT WITH NONE.
       APPLY-ADD.
           EVALUATE TRUE
               WHEN WS-BUD-FOUND-SUB > ZERO
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BUDGET ALREADY ON FILE - USE C'
                       TO WS-REJECT-REASON
               WHEN PTRN-AUTH-HEADCOUNT-X NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID AUTHORIZED HEADCOUNT'
                       TO WS-REJECT-REASON
               WHEN PTRN-SALARY-BUDGET-X NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID SALARY BUDGET' TO WS-REJECT-REASON
               WHEN WS-BUD-COUNT = WS-BUD-MAX
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'BUDGET TABLE FULL - INCREASE WS-BUD-MAX'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-DEPT-ON-DB2
           END-EVALUATE.

           IF WS-TRAN-VALID
               PERFORM INSERT-BUDGET-ENTRY
               ADD 1 TO WS-ADD-COUNT
           END-IF.

       APPLY-CHANGE.
           EVALUATE TRUE
               WHEN WS-BUD-FOUND-SUB = ZERO
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NO BUDGET ON FILE FOR DEPT AND YEAR'
                       TO WS-REJECT-REASON
               WHEN PTRN-AUTH-HEADCOUNT-X = SPACES
                AND PTRN-SALARY-BUDGET-X = SPACES
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NOTHING TO CHANGE' TO WS-REJECT-REASON
               WHEN PTRN-AUTH-HEADCOUNT-X NOT = SPACES
                AND PTRN-AUTH-HEADCOUNT-X NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID AUTHORIZED HEADCOUNT'
                       TO WS-REJECT-REASON
               WHEN PTRN-SALARY-BUDGET-X NOT = SPACES
                AND PTRN-SALARY-BUDGET-X NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'INVALID SALARY BUDGET' TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-TRAN-VALID
               MOVE WS-BUD-FOUND-SUB TO WS-BUD-SUB
               IF PTRN-AUTH-HEADCOUNT-X NOT = SPACES
                   MOVE PTRN-AUTH-HEADCOUNT
                       TO WS-BUD-AUTH-HEADCOUNT(WS-BUD-SUB)
               END-IF
               IF PTRN-SALARY-BUDGET-X NOT = SPACES
                   MOVE PTRN-SALARY-BUDGET
                       TO WS-BUD-SALARY-BUDGET(WS-BUD-SUB)
               END-IF
               MOVE PTRN-APPROVAL-REF
                   TO WS-BUD-APPROVAL-REF(WS-BUD-SUB)
               MOVE WS-TODAY-X TO WS-BUD-CHANGED-DATE(WS-BUD-SUB)
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       APPLY-DELETE.
           IF WS-BUD-FOUND-SUB = ZERO
               MOVE 'N' TO WS-VALID-SW
               MOVE 'NO BUDGET ON FILE FOR DEPT AND YEAR'
                   TO WS-REJECT-REASON
           ELSE
               PERFORM SHIFT-ENTRY-DOWN
                   VARYING WS-BUD-SUB FROM WS-BUD-FOUND-SUB BY 1
                   UNTIL WS-BUD-SUB >= WS-BUD-COUNT
               SUBTRACT 1 FROM WS-BUD-COUNT
               ADD 1 TO WS-DELETE-COUNT
           END-IF.

       SHIFT-ENTRY-DOWN.
           MOVE WS-BUD-ENTRY(WS-BUD-SUB + 1)
               TO WS-BUD-ENTRY(WS-BUD-SUB).

       CHECK-DEPT-ON-DB2.
           MOVE PTRN-DEPTNO TO WS-DEPTNO.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DEPT-ROWS
                 FROM DSN8C10.DEPT
                WHERE DEPTNO = :WS-DEPTNO
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'SELECT FAILED - SEE EXCEPTION LOG'
                       TO WS-REJECT-REASON
                   PERFORM CHECK-CURSOR-STATUS
               WHEN WS-DEPT-ROWS = ZERO
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'DEPTNO NOT FOUND IN DSN8C10.DEPT'
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *    THE BINARY SEARCH LEAVES WS-BUD-LOW AT THE SLOT THE KEY
      *    BELONGS IN WHEN IT IS NOT FOUND - THE ADD INSERTS THERE.
       FIND-BUDGET-ENTRY.
           MOVE ZERO         TO WS-BUD-FOUND-SUB.
           MOVE 1            TO WS-BUD-LOW.
           MOVE WS-BUD-COUNT TO WS-BUD-HIGH.

           PERFORM PROBE-BUDGET-ENTRY
               UNTIL WS-BUD-FOUND-SUB > ZERO
                  OR WS-BUD-LOW > WS-BUD-HIGH.

       PROBE-BUDGET-ENTRY.
           COMPUTE WS-BUD-MID = (WS-BUD-LOW + WS-BUD-HIGH) / 2.

           EVALUATE TRUE
               WHEN WS-BUD-KEY(WS-BUD-MID) = WS-SEARCH-KEY
                   MOVE WS-BUD-MID TO WS-BUD-FOUND-SUB
               WHEN WS-BUD-KEY(WS-BUD-MID) < WS-SEARCH-KEY
                   COMPUTE WS-BUD-LOW = WS-BUD-MID + 1
               WHEN OTHER
                   COMPUTE WS-BUD-HIGH = WS-BUD-MID - 1
           END-EVALUATE.

       INSERT-BUDGET-ENTRY.
           PERFORM SHIFT-ENTRY-UP
               VARYING WS-BUD-SUB FROM WS-BUD-COUNT BY -1
               UNTIL WS-BUD-SUB < WS-BUD-LOW.

           ADD 1 TO WS-BUD-COUNT.
           MOVE WS-SEARCH-KEY       TO WS-BUD-KEY(WS-BUD-LOW).
           MOVE PTRN-AUTH-HEADCOUNT
               TO WS-BUD-AUTH-HEADCOUNT(WS-BUD-LOW).
           MOVE PTRN-SALARY-BUDGET
               TO WS-BUD-SALARY-BUDGET(WS-BUD-LOW).
           MOVE PTRN-APPROVAL-REF   TO WS-BUD-APPROVAL-REF(WS-BUD-LOW).
           MOVE WS-TODAY-X          TO WS-BUD-CHANGED-DATE(WS-BUD-LOW).
           MOVE WS-BUD-LOW          TO WS-BUD-FOUND-SUB.

       SHIFT-ENTRY-UP.
           MOVE WS-BUD-ENTRY(WS-BUD-SUB)
               TO WS-BUD-ENTRY(WS-BUD-SUB + 1).

       WRITE-BUDGET-MASTER.
           MOVE SPACES TO PBUD-RECORD.
           MOVE WS-BUD-KEY(WS-BUD-SUB)            TO PBUD-KEY.
           MOVE WS-BUD-AUTH-HEADCOUNT(WS-BUD-SUB)
               TO PBUD-AUTH-HEADCOUNT.
           MOVE WS-BUD-SALARY-BUDGET(WS-BUD-SUB)  TO PBUD-SALARY-BUDGET.
           MOVE WS-BUD-APPROVAL-REF(WS-BUD-SUB)   TO PBUD-APPROVAL-REF.
           MOVE WS-BUD-CHANGED-DATE(WS-BUD-SUB)   TO PBUD-CHANGED-DATE.
           WRITE PBUD-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

      *    A FAILED RUN STILL CUTS THE NEW GENERATION, AS A STRAIGHT
      *    COPY, SO DB2EMPMN KEEPS ENFORCING THE BUDGET IT HAD.
       COPY-BUDGET-UNCHANGED.
           MOVE 'N' TO WS-BUDIN-EOF-SW.
           OPEN INPUT BUDIN-FILE.

           IF WS-BUDIN-STATUS = '00'
               PERFORM COPY-BUDIN-RECORD UNTIL WS-BUDIN-EOF
               CLOSE BUDIN-FILE
               MOVE 'ERRORS - BUDGET COPIED FORWARD UNCHANGED'
                   TO WS-MSG-TEXT
           ELSE
               MOVE 'NOTHING TO COPY - NEW BUDGET GENERATION IS EMPTY'
                   TO WS-MSG-TEXT
           END-IF.
           PERFORM WRITE-MESSAGE-LINE.

       COPY-BUDIN-RECORD.
           READ BUDIN-FILE
               AT END
                   SET WS-BUDIN-EOF TO TRUE
               NOT AT END
                   WRITE PBUD-RECORD FROM BIN-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
           END-READ.

       PRINT-CARD-LINE.
           PERFORM CHECK-PAGE-BREAK.

           MOVE SPACES                 TO WS-DETAIL-LAYOUT.
           MOVE PTRN-ACTION            TO WS-DT-ACTION.
           MOVE PTRN-FISCAL-YEAR-X     TO WS-DT-YEAR.
           MOVE PTRN-DEPTNO            TO WS-DT-DEPTNO.
           MOVE PTRN-APPROVAL-REF      TO WS-DT-APPROVAL-REF.

           IF WS-TRAN-VALID
               IF NOT PTRN-ACTION-ADD
                   MOVE WS-OLD-HEADCOUNT     TO WS-DT-OLD-HEADCOUNT
                   MOVE WS-OLD-SALARY-BUDGET TO WS-DT-OLD-SALARY
               END-IF
               IF NOT PTRN-ACTION-DELETE
                   MOVE WS-BUD-AUTH-HEADCOUNT(WS-BUD-FOUND-SUB)
                       TO WS-DT-NEW-HEADCOUNT
                   MOVE WS-BUD-SALARY-BUDGET(WS-BUD-FOUND-SUB)
                       TO WS-DT-NEW-SALARY
               END-IF
               MOVE 'APPLIED' TO WS-DT-RESULT
           ELSE
               MOVE WS-REJECT-REASON TO WS-DT-RESULT
           END-IF.

           WRITE RPT-DETAIL-LINE FROM WS-DETAIL-LAYOUT.
           ADD 1 TO WS-LINE-COUNT.

       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

       WRITE-MESSAGE-LINE.
           PERFORM CHECK-PAGE-BREAK.
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
           MOVE WS-HEADING-2-LAYOUT TO RPT-HEADING-2.
           WRITE RPT-HEADING-2 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       PRINT-TOTALS.
           IF WS-LINE-COUNT + 9 >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADERS
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.

           MOVE 'BUDGET RECORDS READ            =' TO WS-TL-LABEL.
           MOVE WS-READ-COUNT                      TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'MAINTENANCE CARDS READ         =' TO WS-TL-LABEL.
           MOVE WS-CARD-COUNT                      TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'BUDGETS ADDED                  =' TO WS-TL-LABEL.
           MOVE WS-ADD-COUNT                       TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'BUDGETS CHANGED                =' TO WS-TL-LABEL.
           MOVE WS-CHANGE-COUNT                    TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'BUDGETS DELETED                =' TO WS-TL-LABEL.
           MOVE WS-DELETE-COUNT                    TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'CARDS REJECTED                 =' TO WS-TL-LABEL.
           MOVE WS-REJECT-COUNT                    TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           MOVE 'BUDGET RECORDS WRITTEN         =' TO WS-TL-LABEL.
           MOVE WS-WRITTEN-COUNT                   TO WS-TL-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-TOTAL-LAYOUT.
           ADD 8 TO WS-LINE-COUNT.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2POSMN'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.

       TERMINATION.
           PERFORM PRINT-TOTALS.

           CLOSE BUDOUT-FILE.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.

           DISPLAY 'DB2POSMN - CARDS=' WS-CARD-COUNT
                   ' ADDED=' WS-ADD-COUNT
                   ' CHANGED=' WS-CHANGE-COUNT
                   ' DELETED=' WS-DELETE-COUNT
                   ' REJECTED=' WS-REJECT-COUNT.
