               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TJRNL-STATUS.

           SELECT POSBUD-FILE ASSIGN TO POSBUD
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POSBUD-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           05  JRNL-RUN-DATE              PIC X(10).
           05  JRNL-SORT-DATE             PIC 9(08).
           05  JRNL-RUN-TIME              PIC 9(06).
           05  JRNL-OVERRIDE-CODE         PIC X(06).
           05  FILLER                     PIC X(26)  VALUE SPACES.

       FD  CNT-FILE
           RECORDING MODE F
           05  TJRNL-SEQ                  PIC 9(07).
           05  TJRNL-TERM-IMAGE           PIC X(113).

       FD  POSBUD-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY POSBUD.

       FD  RUNCTL-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       01  WS-NEW-JOB           PIC X(08).
       01  WS-NEW-SALARY        PIC S9(07)V99 COMP-3.
       01  WS-DEPTNO            PIC X(03).
       01  WS-DEPT-HEADCOUNT    PIC S9(09) COMP.

       01  WS-TERM-IMAGE.
           05  WS-TERM-FIRSTNME PIC X(12).
           05  WS-RETRY-COUNT              PIC 9(07)  VALUE ZERO.
           05  WS-CARRY-COUNT              PIC 9(07)  VALUE ZERO.
           05  WS-ESCALATE-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-POSBUD-STATUS            PIC X(02).
           05  WS-POSBUD-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-POSBUD-EOF                       VALUE 'Y'.
           05  WS-RUNCTL-STATUS            PIC X(02).
           05  WS-OVERRIDE-CODE            PIC X(06)  VALUE SPACES.
           05  WS-OVERRIDE-COUNT           PIC 9(07)  VALUE ZERO.

       01  WS-RCYC-REASON-X                PIC X(40).
           88  WS-REASON-TRANSIENT
                   15  WS-JRN-RUN-DATE     PIC X(10).
                   15  WS-JRN-SORT-DATE    PIC 9(08).
                   15  WS-JRN-RUN-TIME     PIC 9(06).
                   15  WS-JRN-OVERRIDE-CODE
                                           PIC X(06).
                   15  FILLER              PIC X(26).

       01  WS-TJR-TABLE-AREA.
           05  WS-TJR-COUNT                PIC S9(04) COMP VALUE ZERO.
       01  WS-TJR-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  WS-TJR-FOUND                            VALUE 'Y'.

      *    THIS FISCAL YEAR'S AUTHORIZED HEADCOUNT BY DEPARTMENT
      *    FROM THE POSITION-CONTROL BUDGET. WITH NO BUDGET ON FILE
      *    FOR THE YEAR, POSITION CONTROL IS NOT IN FORCE.
       01  WS-POS-TABLE-AREA.
           05  WS-POS-YEAR                 PIC 9(04)  VALUE ZERO.
           05  WS-POS-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-POS-MAX                  PIC S9(04) COMP VALUE 500.
           05  WS-POS-SUB                  PIC S9(04) COMP VALUE ZERO.
           05  WS-POS-ENTRY OCCURS 500 TIMES.
               10  WS-POS-DEPTNO           PIC X(03).
               10  WS-POS-AUTH-HEADCOUNT   PIC S9(07) COMP.
       01  WS-POS-FOUND-SW                 PIC X(01)  VALUE 'N'.
           88  WS-POS-FOUND                            VALUE 'Y'.

           COPY DEPTTAB.

           COPY RUNCTL REPLACING LEADING ==RUNCTL== BY ==WS-RUNCTL==
                                 LEADING ==RC==     BY ==WS-RC==.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).

           OPEN EXTEND TJRNL-FILE.

           PERFORM LOAD-POSITION-BUDGET.

           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE.
           WRITE AGED-LINE FROM WS-AGED-HEADING-LAYOUT.

               MOVE TJRNL-TERM-IMAGE TO WS-TJR-IMAGE(WS-TJR-COUNT)
           END-IF.

       RESOLVE-BUDGET-YEAR.
           OPEN INPUT RUNCTL-FILE.

           IF WS-RUNCTL-STATUS = '00'
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUNCTL-RECORD TO WS-RUNCTL-RECORD
                       IF WS-RC-BUSINESS-DATE(7:4) IS NUMERIC
                           MOVE WS-RC-BUSINESS-DATE(7:4)
                               TO WS-POS-YEAR
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.

       WRITE-TJRN-OVERFLOW-EXCEPTION.
           MOVE ZERO              TO EXCP-SQLCODE.
           MOVE SPACES            TO EXCP-SQLSTATE.
           PERFORM WRITE-EXCEPTION-RECORD.
           MOVE 16 TO RETURN-CODE.

      *    THE BUDGET YEAR IS THE RUNCTL BUSINESS DATE'S YEAR, SO A
      *    RERUN OF LAST YEAR'S WORK JUST AFTER NEW YEAR CHECKS LAST
      *    YEAR'S BUDGET. ONLY WITH NO RUN CONTROL DOES THE SYSTEM
      *    DATE STAND IN.
       LOAD-POSITION-BUDGET.
           MOVE WS-TODAY-YYYY TO WS-POS-YEAR.
           PERFORM RESOLVE-BUDGET-YEAR.
           OPEN INPUT POSBUD-FILE.

           IF WS-POSBUD-STATUS = '00'
               PERFORM READ-POSBUD-RECORD UNTIL WS-POSBUD-EOF
               CLOSE POSBUD-FILE
           END-IF.

           IF WS-POS-COUNT = ZERO
               DISPLAY 'DB2EMPMN - NO POSITION BUDGET FOR '
                       WS-POS-YEAR ' - HEADCOUNT NOT CHECKED'
           END-IF.

       READ-POSBUD-RECORD.
           READ POSBUD-FILE
               AT END
                   SET WS-POSBUD-EOF TO TRUE
           END-READ.

           IF NOT WS-POSBUD-EOF
              AND PBUD-FISCAL-YEAR = WS-POS-YEAR
               IF WS-POS-COUNT = WS-POS-MAX
                   PERFORM WRITE-POS-OVERFLOW-EXCEPTION
                   SET WS-POSBUD-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-POS-COUNT
                   MOVE PBUD-DEPTNO TO WS-POS-DEPTNO(WS-POS-COUNT)
                   MOVE PBUD-AUTH-HEADCOUNT
                       TO WS-POS-AUTH-HEADCOUNT(WS-POS-COUNT)
               END-IF
           END-IF.

       WRITE-POS-OVERFLOW-EXCEPTION.
           MOVE ZERO              TO EXCP-SQLCODE.
           MOVE SPACES            TO EXCP-SQLSTATE.
           MOVE 'POSITION BUDGET TABLE OVERFLOW - INCREASE WS-POS-MAX'
                                   TO EXCP-SQLERRM.
           MOVE 'POSBUD' TO WS-CURRENT-CURSOR.
           PERFORM WRITE-EXCEPTION-RECORD.
           MOVE 16 TO RETURN-CODE.

       LOAD-DEPT-TABLE.
           EXEC SQL OPEN C1 END-EXEC.

           MOVE RCY-NEW-JOB       TO TRAN-NEW-JOB.
           MOVE RCY-NEW-SALARY    TO TRAN-NEW-SALARY.
           MOVE RCY-EFF-DATE      TO TRAN-EFF-DATE.
           MOVE RCY-OVERRIDE-CODE TO TRAN-OVERRIDE-CODE.
           IF RCY-AGE NUMERIC
               MOVE RCY-AGE TO WS-CURRENT-AGE
           ELSE
           MOVE WS-JRN-SORT-DATE(WS-JRN-PTR)  TO AUDIT-SORT-DATE.
           MOVE WS-JRN-SEQ(WS-JRN-PTR)        TO AUDIT-SEQ.
           MOVE WS-JRN-RUN-TIME(WS-JRN-PTR)   TO AUDIT-RUN-TIME.
           MOVE WS-JRN-OVERRIDE-CODE(WS-JRN-PTR)
                                              TO AUDIT-OVERRIDE-CODE.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

       APPLY-ONE-TRANSACTION.
           MOVE 'Y'    TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-OVERRIDE-CODE.

           EVALUATE TRUE
               WHEN TRAN-EMPNO = SPACES
               END-IF
           END-IF.

           IF WS-TRAN-VALID AND WS-POS-COUNT > ZERO
               PERFORM CHECK-POSITION-CONTROL
           END-IF.

      *    A NEW HIRE MAY NOT TAKE THE DEPARTMENT PAST ITS
      *    AUTHORIZED HEADCOUNT FOR THE FISCAL YEAR - A DEPARTMENT
      *    WITH NO BUDGET HAS NONE AUTHORIZED. THE COUNT IS TAKEN
      *    LIVE, SO HIRES ALREADY COMMITTED THIS RUN ARE INCLUDED.
      *    AN OVERRIDE CODE ON THE CARD LETS THE HIRE THROUGH AND
      *    IS CARRIED ON THE AUDIT RECORD.
       CHECK-POSITION-CONTROL.
           MOVE 'N' TO WS-POS-FOUND-SW.

           PERFORM TEST-POSITION-ENTRY
               VARYING WS-POS-SUB FROM 1 BY 1
                 UNTIL WS-POS-SUB > WS-POS-COUNT
                    OR WS-POS-FOUND.

           IF WS-POS-FOUND
               SUBTRACT 1 FROM WS-POS-SUB
               MOVE TRAN-NEW-WORKDEPT TO WS-DEPTNO

               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-DEPT-HEADCOUNT
                     FROM DSN8C10.EMP
                    WHERE WORKDEPT = :WS-DEPTNO
               END-EXEC

               MOVE 'SELECT' TO WS-CURRENT-CURSOR

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'SELECT FAILED - SEE EXCEPTION LOG'
                           TO WS-REJECT-REASON
                       PERFORM CHECK-CURSOR-STATUS
                   WHEN WS-DEPT-HEADCOUNT
                           < WS-POS-AUTH-HEADCOUNT(WS-POS-SUB)
                       CONTINUE
                   WHEN TRAN-OVERRIDE-CODE NOT = SPACES
                       MOVE TRAN-OVERRIDE-CODE TO WS-OVERRIDE-CODE
                   WHEN OTHER
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'OVER AUTHORIZED HEADCOUNT FOR WORKDEPT'
                           TO WS-REJECT-REASON
               END-EVALUATE
           ELSE
               IF TRAN-OVERRIDE-CODE NOT = SPACES
                   MOVE TRAN-OVERRIDE-CODE TO WS-OVERRIDE-CODE
               ELSE
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NO AUTHORIZED HEADCOUNT FOR WORKDEPT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       TEST-POSITION-ENTRY.
           IF TRAN-NEW-WORKDEPT = WS-POS-DEPTNO(WS-POS-SUB)
               SET WS-POS-FOUND TO TRUE
           END-IF.

       CHECK-VALID-DEPT.
           SET WS-DEPT-FOUND-SW TO 'N'.
           SET WS-DEPT-IDX TO 1.
               MOVE SPACES TO WS-BEFORE-WORKDEPT
               MOVE ZERO   TO WS-BEFORE-EDLEVEL
               MOVE 'A'    TO WS-AUDIT-ACTION
               IF WS-OVERRIDE-CODE NOT = SPACES
                   ADD 1 TO WS-OVERRIDE-COUNT
               END-IF
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM WRITE-AUDIT-RECORD
           ELSE
           MOVE WS-TODAY-X              TO AUDIT-SORT-DATE.
           MOVE WS-TRAN-SEQ             TO AUDIT-SEQ.
           MOVE WS-RUN-TIME             TO AUDIT-RUN-TIME.
           MOVE WS-OVERRIDE-CODE        TO AUDIT-OVERRIDE-CODE.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

           MOVE WS-RUN-DATE         TO JRNL-RUN-DATE.
           MOVE WS-TODAY-X          TO JRNL-SORT-DATE.
           MOVE WS-RUN-TIME         TO JRNL-RUN-TIME.
           MOVE WS-OVERRIDE-CODE    TO JRNL-OVERRIDE-CODE.
           WRITE JRNL-RECORD.

       WRITE-REJECT-RECORD.
           MOVE WS-NEW-AGE          TO REJ-AGE.
           MOVE WS-REJECT-REASON    TO REJ-REASON.
           MOVE TRAN-EFF-DATE       TO REJ-EFF-DATE.
           MOVE TRAN-OVERRIDE-CODE  TO REJ-OVERRIDE-CODE.
           WRITE REJECT-RECORD.

           PERFORM WRITE-AGED-LINE.
           DISPLAY 'DB2EMPMN - REJECTS RETRIED=' WS-RETRY-COUNT
                   ' CARRIED=' WS-CARRY-COUNT
                   ' ESCALATED=' WS-ESCALATE-COUNT.

           IF WS-OVERRIDE-COUNT > ZERO
               DISPLAY 'DB2EMPMN - ' WS-OVERRIDE-COUNT
                       ' HIRES APPLIED OVER HEADCOUNT BY OVERRIDE'
           END-IF.
