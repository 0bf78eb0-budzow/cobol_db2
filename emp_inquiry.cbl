       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2EMPIQ.

      *    ONLINE EMPLOYEE INQUIRY - TRANSACTION EINQ. READ-ONLY,
      *    PSEUDO-CONVERSATIONAL, KEYED BY EMPNO, IN PLACE OF
      *    SUBMITTING AUDITINQ OR TERMINQ FOR A SINGLE QUESTION:
      *      ENTER  THE DSN8C10.EMP ROW WITH DEPARTMENT NAME AND
      *             MANAGER FROM DSN8C10.DEPT - OR, WHEN THE EMPNO
      *             IS NO LONGER ON EMP, THE NEWEST TERMINATION ON
      *             THE KEYED TERMINATED-EMPLOYEE MASTER (EMPTRMK)
      *             AND REHIRE ELIGIBILITY
      *      PF5    EMPPROJACT ASSIGNMENTS WITH PROJECT NAMES
      *      PF6    THE KEYED AUDIT MASTER (EMPAUDK), NEWEST FIRST
      *      PF7/8  PAGE THE ASSIGNMENT AND HISTORY SCREENS
      *      PF3    END
      *    SALARY, BONUS AND COMM SHOW ONLY FOR A USER WITH READ
      *    ACCESS TO THE DB2EMPIQ.SALARY PROFILE (PAYROLL).

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-EMPNO          PIC X(06).
       01  WS-FIRSTNME       PIC X(12).
       01  WS-MIDINIT        PIC X(01).
       01  WS-LASTNAME       PIC X(15).
       01  WS-WORKDEPT       PIC X(03).
       01  WS-PHONENO        PIC X(04).
       01  WS-HIREDATE       PIC X(10).
       01  WS-JOB            PIC X(08).
       01  WS-EDLEVEL        PIC S9(04) COMP.
       01  WS-SEX            PIC X(01).
       01  WS-BIRTHDATE      PIC X(10).
       01  WS-SALARY         PIC S9(07)V99 COMP-3.
       01  WS-BONUS          PIC S9(07)V99 COMP-3.
       01  WS-COMM           PIC S9(07)V99 COMP-3.
       01  WS-DEPTNAME       PIC X(36).
       01  WS-MGRNO          PIC X(06).
       01  WS-MGR-FIRSTNME   PIC X(12).
       01  WS-MGR-LASTNAME   PIC X(15).
       01  WS-PROJNO         PIC X(06).
       01  WS-PROJNAME       PIC X(24).
       01  WS-ACTNO          PIC S9(04) COMP.
       01  WS-ACTKWD         PIC X(06).
       01  WS-EMPTIME        PIC S9(03)V99 COMP-3.
       01  WS-EMSTDATE       PIC X(10).
       01  WS-EMENDATE       PIC X(10).

      *    CARRIED BETWEEN TASKS. THE SCREEN BYTE SAYS WHAT IS
      *    SHOWING SO PF7/PF8 KNOW WHAT TO PAGE.
       01  WS-COMMAREA.
           05  WS-CA-EMPNO                 PIC X(06).
           05  WS-CA-SCREEN                PIC X(01).
               88  WS-CA-SCREEN-NONE                   VALUE ' '.
               88  WS-CA-SCREEN-EMPLOYEE               VALUE 'E'.
               88  WS-CA-SCREEN-TERMINATED             VALUE 'T'.
               88  WS-CA-SCREEN-ASSIGNMENTS            VALUE 'A'.
               88  WS-CA-SCREEN-HISTORY                VALUE 'H'.
           05  WS-CA-PAGE                  PIC 9(04).
           05  WS-CA-MORE-SW               PIC X(01).
               88  WS-CA-MORE                          VALUE 'Y'.
           05  FILLER                      PIC X(08).

       01  WS-CONTROL-FIELDS.
           05  WS-TRANID                   PIC X(04)  VALUE 'EINQ'.
           05  WS-MAPSET                   PIC X(07)  VALUE 'DB2EIQS'.
           05  WS-MAP                      PIC X(07)  VALUE 'EINQMAP'.
           05  WS-AUDIT-FILE               PIC X(08)  VALUE 'EMPAUDK'.
           05  WS-TERM-FILE                PIC X(08)  VALUE 'EMPTRMK'.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE SPACES.
           05  WS-RESP                     PIC S9(08) COMP.
           05  WS-ENDED-SW                 PIC X(01)  VALUE 'N'.
               88  WS-INQUIRY-ENDED                    VALUE 'Y'.
           05  WS-EMPNO-OK-SW              PIC X(01)  VALUE 'N'.
               88  WS-EMPNO-OK                         VALUE 'Y'.
           05  WS-EMPNO-CHANGED-SW         PIC X(01)  VALUE 'N'.
               88  WS-EMPNO-CHANGED                    VALUE 'Y'.
           05  WS-PAYROLL-SW               PIC X(01)  VALUE 'N'.
               88  WS-PAYROLL-USER                     VALUE 'Y'.
           05  WS-BROWSE-SW                PIC X(01)  VALUE 'N'.
               88  WS-BROWSE-OPEN                      VALUE 'Y'.
           05  WS-BROWSE-END-SW            PIC X(01)  VALUE 'N'.
               88  WS-BROWSE-END                       VALUE 'Y'.
           05  WS-BROWSE-GOT-SW            PIC X(01)  VALUE 'N'.
               88  WS-BROWSE-GOT                       VALUE 'Y'.
           05  WS-FETCH-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-FETCH-EOF                        VALUE 'Y'.
           05  WS-INPUT-EMPNO              PIC X(06).
           05  WS-INPUT-LENGTH             PIC S9(04) COMP.
           05  WS-BODY-SUB                 PIC S9(04) COMP.
           05  WS-BODY-MAX                 PIC S9(04) COMP VALUE 16.
           05  WS-PAGE-ROWS                PIC S9(04) COMP VALUE 15.
           05  WS-SKIP-ROWS                PIC S9(07) COMP.
           05  WS-ROWS-READ                PIC S9(07) COMP.
           05  WS-TERM-COUNT               PIC S9(04) COMP.
           05  WS-MESSAGE                  PIC X(79).

      *    FIELD-LEVEL SECURITY. THE PAYROLL GROUP IS GIVEN READ TO
      *    THIS PROFILE; EVERYONE ELSE WHO MAY RUN EINQ SEES THE
      *    SALARY FIELDS MASKED.
       01  WS-SECURITY-FIELDS.
           05  WS-SEC-CLASS                PIC X(08)  VALUE 'FACILITY'.
           05  WS-SEC-RESOURCE             PIC X(15)
                   VALUE 'DB2EMPIQ.SALARY'.
           05  WS-SEC-RESOURCE-LEN         PIC S9(08) COMP VALUE 15.
           05  WS-SEC-READ                 PIC S9(08) COMP.

       01  WS-ABSTIME                      PIC S9(15) COMP-3.
       01  WS-CURRENT-DATE                 PIC X(10).

      *    THE BROWSE KEYS. EMPNO FOLLOWED BY HIGH-VALUES POSITIONS
      *    PAST THE EMPLOYEE'S NEWEST RECORD, SO READING BACK FROM
      *    THE NEXT RECORD RETURNS THEIR RECORDS NEWEST FIRST.
       01  WS-AUDIT-RIDFLD.
           05  WS-AUDIT-RID-EMPNO          PIC X(06).
           05  FILLER                      PIC X(21).
       01  WS-TERM-RIDFLD.
           05  WS-TERM-RID-EMPNO           PIC X(06).
           05  FILLER                      PIC X(14).

           COPY AUDMSTK.

           COPY TERMMSTK.

           COPY TERMMSTK REPLACING LEADING ==TRMK== BY ==WS-TRMK==.

           COPY DB2EIQS.

           COPY DFHAID.

       01  WS-BODY-AREA.
           05  WS-BODY-LINE                PIC X(79) OCCURS 16 TIMES.

       01  WS-LABEL-LINE.
           05  WS-LL-LABEL                 PIC X(14).
           05  WS-LL-VALUE                 PIC X(65).

       01  WS-AMOUNT-ED                    PIC Z,ZZZ,ZZ9.99.
       01  WS-EDLEVEL-ED                   PIC Z9.
       01  WS-COUNT-ED                     PIC ZZZ9.
       01  WS-SQLCODE-ED                   PIC -(8)9.
       01  WS-RESP-ED                      PIC -(8)9.

       01  WS-TERM-DATE-X.
           05  WS-TD-YYYY                  PIC X(04).
           05  WS-TD-MM                    PIC X(02).
           05  WS-TD-DD                    PIC X(02).
       01  WS-RUN-TIME-X.
           05  WS-RT-HH                    PIC X(02).
           05  WS-RT-MM                    PIC X(02).
           05  WS-RT-SS                    PIC X(02).

       01  WS-ASSIGN-HEADING.
           05  FILLER                      PIC X(08)  VALUE 'PROJECT'.
           05  FILLER                      PIC X(25)  VALUE 'NAME'.
           05  FILLER                      PIC X(13)
                   VALUE 'ACTIVITY'.
           05  FILLER                      PIC X(09)  VALUE 'EMPTIME'.
           05  FILLER                      PIC X(12)  VALUE 'START'.
           05  FILLER                      PIC X(12)  VALUE 'END'.
       01  WS-ASSIGN-LINE.
           05  WS-AL-PROJNO                PIC X(06).
           05  FILLER                      PIC X(02).
           05  WS-AL-PROJNAME              PIC X(24).
           05  FILLER                      PIC X(01).
           05  WS-AL-ACTNO                 PIC ZZ9.
           05  FILLER                      PIC X(01).
           05  WS-AL-ACTKWD                PIC X(06).
           05  FILLER                      PIC X(03).
           05  WS-AL-EMPTIME               PIC Z9.99.
           05  FILLER                      PIC X(04).
           05  WS-AL-START                 PIC X(10).
           05  FILLER                      PIC X(02).
           05  WS-AL-END                   PIC X(10).
           05  FILLER                      PIC X(02).

       01  WS-HISTORY-HEADING.
           05  FILLER                      PIC X(12)  VALUE 'RUN DATE'.
           05  FILLER                      PIC X(10)  VALUE 'TIME'.
           05  FILLER                      PIC X(08)  VALUE 'ACTION'.
           05  FILLER                      PIC X(15)
                   VALUE 'WORKDEPT'.
           05  FILLER                      PIC X(14)  VALUE 'EDLEVEL'.
           05  FILLER                      PIC X(20)  VALUE 'OVERRIDE'.
       01  WS-HISTORY-LINE.
           05  WS-HL-DATE                  PIC X(10).
           05  FILLER                      PIC X(02).
           05  WS-HL-TIME                  PIC X(08).
           05  FILLER                      PIC X(02).
           05  WS-HL-ACTION                PIC X(06).
           05  FILLER                      PIC X(02).
           05  WS-HL-BEF-DEPT              PIC X(03).
           05  WS-HL-DEPT-TO               PIC X(04).
           05  WS-HL-AFT-DEPT              PIC X(03).
           05  FILLER                      PIC X(05).
           05  WS-HL-BEF-EDLEVEL           PIC X(02).
           05  WS-HL-EDLEVEL-TO            PIC X(04).
           05  WS-HL-AFT-EDLEVEL           PIC X(02).
           05  FILLER                      PIC X(06).
           05  WS-HL-OVERRIDE              PIC X(06).
           05  FILLER                      PIC X(14).

       01  WS-END-TEXT                     PIC X(24)
                   VALUE 'EMPLOYEE INQUIRY ENDED'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                     PIC X(20).

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT A.PROJNO,
                      COALESCE(P.PROJNAME, ' '),
                      A.ACTNO,
                      COALESCE(T.ACTKWD, ' '),
                      COALESCE(A.EMPTIME, 0),
                      COALESCE(CHAR(A.EMSTDATE, ISO), ' '),
                      COALESCE(CHAR(A.EMENDATE, ISO), ' ')
                 FROM DSN8C10.EMPPROJACT A
                 LEFT JOIN DSN8C10.PROJ  P
                   ON P.PROJNO = A.PROJNO
                 LEFT JOIN DSN8C10.ACT   T
                   ON T.ACTNO  = A.ACTNO
                WHERE A.EMPNO = :WS-EMPNO
                ORDER BY A.PROJNO, A.ACTNO, A.EMSTDATE
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM CHECK-SALARY-ACCESS.

           IF EIBCALEN = ZERO
               PERFORM FIRST-ENTRY
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM PROCESS-ATTENTION-KEY
           END-IF.

           IF WS-INQUIRY-ENDED
               EXEC CICS RETURN
               END-EXEC
           ELSE
               PERFORM SEND-INQUIRY-MAP
               EXEC CICS RETURN
                   TRANSID(WS-TRANID)
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF.

           GOBACK.

      *    ASKED ON EVERY TASK RATHER THAN REMEMBERED, SO A CHANGE TO
      *    THE USER'S ACCESS TAKES EFFECT ON THE NEXT KEY PRESSED.
       CHECK-SALARY-ACCESS.
           MOVE 'N' TO WS-PAYROLL-SW.

           EXEC CICS QUERY SECURITY
               RESCLASS(WS-SEC-CLASS)
               RESID(WS-SEC-RESOURCE)
               RESIDLENGTH(WS-SEC-RESOURCE-LEN)
               READ(WS-SEC-READ)
               NOLOG
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-SEC-READ = DFHVALUE(READABLE)
               SET WS-PAYROLL-USER TO TRUE
           END-IF.

       FIRST-ENTRY.
           MOVE SPACES TO WS-COMMAREA.
           MOVE ZERO   TO WS-CA-PAGE.
           PERFORM CLEAR-BODY.
           MOVE 'KEY AN EMPNO AND PRESS ENTER' TO WS-MESSAGE.

      *    ENTER, PF5 AND PF6 TAKE THE EMPNO AS KEYED, SO A NEW EMPNO
      *    CAN GO STRAIGHT TO ANY SCREEN. PF7/PF8 WITH A CHANGED
      *    EMPNO START THAT EMPLOYEE ON THE SCREEN ALREADY SHOWING.
       PROCESS-ATTENTION-KEY.
           PERFORM CLEAR-BODY.
           MOVE SPACES TO WS-MESSAGE.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                 OR EIBAID = DFHCLEAR
                   SET WS-INQUIRY-ENDED TO TRUE
                   EXEC CICS SEND TEXT
                       FROM(WS-END-TEXT)
                       LENGTH(LENGTH OF WS-END-TEXT)
                       ERASE
                       FREEKB
                   END-EXEC
               WHEN EIBAID = DFHENTER
                   PERFORM RECEIVE-EMPNO
                   IF WS-EMPNO-OK
                       PERFORM SHOW-EMPLOYEE
                   END-IF
               WHEN EIBAID = DFHPF5
                   PERFORM RECEIVE-EMPNO
                   IF WS-EMPNO-OK
                       MOVE 1 TO WS-CA-PAGE
                       PERFORM SHOW-ASSIGNMENTS
                   END-IF
               WHEN EIBAID = DFHPF6
                   PERFORM RECEIVE-EMPNO
                   IF WS-EMPNO-OK
                       MOVE 1 TO WS-CA-PAGE
                       PERFORM SHOW-HISTORY
                   END-IF
               WHEN EIBAID = DFHPF7
                 OR EIBAID = DFHPF8
                   PERFORM RECEIVE-EMPNO
                   IF WS-EMPNO-OK
                       PERFORM PAGE-CURRENT-SCREEN
                   END-IF
               WHEN OTHER
                   PERFORM REBUILD-CURRENT-SCREEN
                   MOVE 'THAT KEY IS NOT USED ON THIS SCREEN'
                       TO WS-MESSAGE
           END-EVALUATE.

      *    A SHORT NUMERIC EMPNO IS ZERO-FILLED ON THE LEFT, SO 150
      *    FINDS 000150.
       RECEIVE-EMPNO.
           MOVE 'N' TO WS-EMPNO-OK-SW.
           MOVE 'N' TO WS-EMPNO-CHANGED-SW.
           MOVE WS-CA-EMPNO TO WS-INPUT-EMPNO.

           EXEC CICS RECEIVE
               MAP(WS-MAP)
               MAPSET(WS-MAPSET)
               INTO(EINQMAPI)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               IF EMPNOL > ZERO
                   MOVE EMPNOI TO WS-INPUT-EMPNO
               ELSE
                   IF EMPNOF = X'80'
                       MOVE SPACES TO WS-INPUT-EMPNO
                   END-IF
               END-IF
           END-IF.

           INSPECT WS-INPUT-EMPNO REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT WS-INPUT-EMPNO REPLACING ALL '_' BY SPACES.

           MOVE ZERO TO WS-INPUT-LENGTH.
           INSPECT WS-INPUT-EMPNO TALLYING WS-INPUT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-INPUT-LENGTH > ZERO AND WS-INPUT-LENGTH < 6
               IF WS-INPUT-EMPNO(1:WS-INPUT-LENGTH) IS NUMERIC
                   MOVE WS-INPUT-EMPNO(1:WS-INPUT-LENGTH)
                       TO WS-EMPNO
                   MOVE ZEROS TO WS-INPUT-EMPNO
                   MOVE WS-EMPNO(1:WS-INPUT-LENGTH)
                       TO WS-INPUT-EMPNO(7 - WS-INPUT-LENGTH:
                                         WS-INPUT-LENGTH)
               END-IF
           END-IF.

           IF WS-INPUT-EMPNO = SPACES
               MOVE SPACES TO WS-CA-EMPNO
               MOVE SPACES TO WS-CA-SCREEN
               MOVE 'KEY AN EMPNO AND PRESS ENTER' TO WS-MESSAGE
           ELSE
               IF WS-INPUT-EMPNO NOT = WS-CA-EMPNO
                   SET WS-EMPNO-CHANGED TO TRUE
                   MOVE WS-INPUT-EMPNO TO WS-CA-EMPNO
                   MOVE 1 TO WS-CA-PAGE
               END-IF
               MOVE WS-CA-EMPNO TO WS-EMPNO
               SET WS-EMPNO-OK TO TRUE
           END-IF.

       PAGE-CURRENT-SCREEN.
           EVALUATE TRUE
               WHEN WS-EMPNO-CHANGED
                   PERFORM REBUILD-CURRENT-SCREEN
               WHEN WS-CA-SCREEN-ASSIGNMENTS
                 OR WS-CA-SCREEN-HISTORY
                   PERFORM TURN-PAGE
               WHEN OTHER
                   PERFORM REBUILD-CURRENT-SCREEN
                   MOVE 'PF7/PF8 PAGE ONLY ASSIGNMENTS AND HISTORY'
                       TO WS-MESSAGE
           END-EVALUATE.

       TURN-PAGE.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF7 AND WS-CA-PAGE NOT > 1
                   PERFORM REBUILD-CURRENT-SCREEN
                   MOVE 'ALREADY AT THE FIRST PAGE' TO WS-MESSAGE
               WHEN EIBAID = DFHPF8 AND NOT WS-CA-MORE
                   PERFORM REBUILD-CURRENT-SCREEN
                   MOVE 'ALREADY AT THE LAST PAGE' TO WS-MESSAGE
               WHEN EIBAID = DFHPF7
                   SUBTRACT 1 FROM WS-CA-PAGE
                   PERFORM REBUILD-CURRENT-SCREEN
               WHEN OTHER
                   ADD 1 TO WS-CA-PAGE
                   PERFORM REBUILD-CURRENT-SCREEN
           END-EVALUATE.

       REBUILD-CURRENT-SCREEN.
           MOVE WS-CA-EMPNO TO WS-EMPNO.

           EVALUATE TRUE
               WHEN WS-CA-SCREEN-ASSIGNMENTS
                   PERFORM SHOW-ASSIGNMENTS
               WHEN WS-CA-SCREEN-HISTORY
                   PERFORM SHOW-HISTORY
               WHEN WS-CA-EMPNO = SPACES
                   MOVE 'KEY AN EMPNO AND PRESS ENTER' TO WS-MESSAGE
               WHEN OTHER
                   PERFORM SHOW-EMPLOYEE
           END-EVALUATE.

      *    NOT ON EMP MEANS TERMINATED (OR NEVER HIRED) - THE KEYED
      *    TERMINATED-EMPLOYEE MASTER ANSWERS THE FIRST CASE.
       SHOW-EMPLOYEE.
           MOVE 'N' TO WS-CA-MORE-SW.
           PERFORM FETCH-EMPLOYEE.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-CA-SCREEN-EMPLOYEE TO TRUE
                   PERFORM FORMAT-EMPLOYEE
               WHEN SQLCODE = 100
                   PERFORM FIND-TERMINATION
               WHEN OTHER
                   SET WS-CA-SCREEN-EMPLOYEE TO TRUE
                   PERFORM SQL-ERROR-MESSAGE
           END-EVALUATE.

      *    LEFT JOINS SO A WORKDEPT MISSING FROM DEPT, OR A MANAGER
      *    MISSING FROM EMP, STILL SHOWS THE EMPLOYEE.
       FETCH-EMPLOYEE.
           EXEC SQL
               SELECT E.FIRSTNME,
                      COALESCE(E.MIDINIT, ' '),
                      E.LASTNAME,
                      COALESCE(E.WORKDEPT, ' '),
                      COALESCE(E.PHONENO, ' '),
                      COALESCE(CHAR(E.HIREDATE, ISO), ' '),
                      COALESCE(E.JOB, ' '),
                      E.EDLEVEL,
                      COALESCE(E.SEX, ' '),
                      COALESCE(CHAR(E.BIRTHDATE, ISO), ' '),
                      COALESCE(E.SALARY, 0),
                      COALESCE(E.BONUS, 0),
                      COALESCE(E.COMM, 0),
                      COALESCE(D.DEPTNAME, ' '),
                      COALESCE(D.MGRNO, ' '),
                      COALESCE(M.FIRSTNME, ' '),
                      COALESCE(M.LASTNAME, ' ')
                 INTO :WS-FIRSTNME,
                      :WS-MIDINIT,
                      :WS-LASTNAME,
                      :WS-WORKDEPT,
                      :WS-PHONENO,
                      :WS-HIREDATE,
                      :WS-JOB,
                      :WS-EDLEVEL,
                      :WS-SEX,
                      :WS-BIRTHDATE,
                      :WS-SALARY,
                      :WS-BONUS,
                      :WS-COMM,
                      :WS-DEPTNAME,
                      :WS-MGRNO,
                      :WS-MGR-FIRSTNME,
                      :WS-MGR-LASTNAME
                 FROM DSN8C10.EMP E
                 LEFT JOIN DSN8C10.DEPT D
                   ON D.DEPTNO = E.WORKDEPT
                 LEFT JOIN DSN8C10.EMP  M
                   ON M.EMPNO  = D.MGRNO
                WHERE E.EMPNO = :WS-EMPNO
           END-EXEC.

           MOVE 'EMP' TO WS-CURRENT-CURSOR.

       FORMAT-EMPLOYEE.
           MOVE 'ACTIVE ON DSN8C10.EMP' TO WS-MESSAGE.
           MOVE 1 TO WS-BODY-SUB.

           MOVE 'NAME'       TO WS-LL-LABEL.
           PERFORM FORMAT-NAME-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'DEPARTMENT' TO WS-LL-LABEL.
           PERFORM FORMAT-DEPT-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'MANAGER'    TO WS-LL-LABEL.
           EVALUATE TRUE
               WHEN WS-WORKDEPT = SPACES
                   MOVE 'NO WORKDEPT' TO WS-LL-VALUE
               WHEN WS-DEPTNAME = SPACES
                   MOVE 'DEPARTMENT IS NOT ON DEPT' TO WS-LL-VALUE
               WHEN WS-MGRNO = SPACES
                   MOVE 'NONE ON DEPT' TO WS-LL-VALUE
               WHEN WS-MGR-LASTNAME = SPACES
                   STRING WS-MGRNO '  (NOT ON EMP)'
                       DELIMITED BY SIZE INTO WS-LL-VALUE
               WHEN OTHER
                   STRING WS-MGRNO '  ' WS-MGR-FIRSTNME
                          DELIMITED BY SIZE
                          WS-MGR-LASTNAME DELIMITED BY SIZE
                       INTO WS-LL-VALUE
           END-EVALUATE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'JOB'        TO WS-LL-LABEL.
           MOVE WS-JOB       TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'EDLEVEL'    TO WS-LL-LABEL.
           MOVE WS-EDLEVEL   TO WS-EDLEVEL-ED.
           MOVE WS-EDLEVEL-ED TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'HIRE DATE'  TO WS-LL-LABEL.
           MOVE WS-HIREDATE  TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'BIRTH DATE' TO WS-LL-LABEL.
           MOVE WS-BIRTHDATE TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'SEX'        TO WS-LL-LABEL.
           MOVE WS-SEX       TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'PHONE'      TO WS-LL-LABEL.
           MOVE WS-PHONENO   TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           ADD 1 TO WS-BODY-SUB.
           PERFORM FORMAT-COMPENSATION.

      *    THE NEWEST TERMINATION IS THE FIRST RECORD READING BACK
      *    FROM THE END OF THE EMPLOYEE'S KEY RANGE; THE REST ARE
      *    ONLY COUNTED.
       FIND-TERMINATION.
           MOVE ZERO TO WS-TERM-COUNT.
           MOVE 'N'  TO WS-BROWSE-END-SW.
           MOVE HIGH-VALUES  TO WS-TERM-RIDFLD.
           MOVE WS-CA-EMPNO  TO WS-TERM-RID-EMPNO.
           MOVE WS-TERM-FILE TO WS-CURRENT-CURSOR.

           PERFORM START-TERM-BROWSE.

           IF WS-BROWSE-OPEN
               PERFORM COUNT-TERMINATION UNTIL WS-BROWSE-END
               EXEC CICS ENDBR
                   FILE(WS-TERM-FILE)
               END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   PERFORM FILE-ERROR-MESSAGE
               END-IF
           END-IF.

           SET WS-CA-SCREEN-TERMINATED TO TRUE.
           EVALUATE TRUE
               WHEN WS-TERM-COUNT > ZERO
                   PERFORM FORMAT-TERMINATION
               WHEN WS-MESSAGE = SPACES
                   STRING 'EMPNO ' WS-CA-EMPNO
                          ' IS NOT ON EMP OR THE TERMINATED-'
                          'EMPLOYEE MASTER'
                       DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE.

      *    READPREV STRAIGHT AFTER A STARTBR ON A KEY THAT IS NOT ON
      *    THE FILE GIVES NOTFND, SO ONE READNEXT FIRST PUTS THE NEXT
      *    EMPLOYEE'S REAL KEY IN RIDFLD. THE FIRST READPREV RETURNS
      *    THAT SAME RECORD AND THE LOOP SKIPS IT AS A HIGHER EMPNO.
      *    PAST THE LAST EMPLOYEE, ALL HIGH-VALUES POSITIONS AT THE
      *    END OF THE FILE, WHICH READPREV ACCEPTS.
       START-TERM-BROWSE.
           MOVE 'N' TO WS-BROWSE-SW.

           EXEC CICS STARTBR
               FILE(WS-TERM-FILE)
               RIDFLD(WS-TERM-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                   FILE(WS-TERM-FILE)
                   INTO(TRMK-RECORD)
                   RIDFLD(WS-TERM-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET WS-BROWSE-OPEN TO TRUE
               ELSE
                   EXEC CICS ENDBR
                       FILE(WS-TERM-FILE)
                   END-EXEC
               END-IF
           END-IF.

           IF NOT WS-BROWSE-OPEN
              AND (WS-RESP = DFHRESP(NOTFND)
                OR WS-RESP = DFHRESP(ENDFILE))
               MOVE HIGH-VALUES TO WS-TERM-RIDFLD
               EXEC CICS STARTBR
                   FILE(WS-TERM-FILE)
                   RIDFLD(WS-TERM-RIDFLD)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET WS-BROWSE-OPEN TO TRUE
               END-IF
           END-IF.

       COUNT-TERMINATION.
           EXEC CICS READPREV
               FILE(WS-TERM-FILE)
               INTO(TRMK-RECORD)
               RIDFLD(WS-TERM-RIDFLD)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-END TO TRUE
                   IF WS-RESP NOT = DFHRESP(ENDFILE)
                       PERFORM FILE-ERROR-MESSAGE
                   END-IF
               WHEN TRMK-EMPNO > WS-CA-EMPNO
                   CONTINUE
               WHEN TRMK-EMPNO < WS-CA-EMPNO
                   SET WS-BROWSE-END TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-TERM-COUNT
                   IF WS-TERM-COUNT = 1
                       MOVE TRMK-RECORD TO WS-TRMK-RECORD
                   END-IF
           END-EVALUATE.

      *    THE ARCHIVE CARRIES NO TERMINATION REASON, SO ELIGIBILITY
      *    RESTS ON THE RECORD ITSELF: ONE TERMINATION ON FILE IS
      *    ELIGIBLE; AN EMPLOYEE ALREADY REHIRED AND TERMINATED
      *    AGAIN IS REFERRED TO HR BEFORE ANY FURTHER REHIRE.
       FORMAT-TERMINATION.
           MOVE WS-TRMK-FIRSTNME TO WS-FIRSTNME.
           MOVE WS-TRMK-MIDINIT  TO WS-MIDINIT.
           MOVE WS-TRMK-LASTNAME TO WS-LASTNAME.
           MOVE WS-TRMK-WORKDEPT TO WS-WORKDEPT.
           MOVE WS-TRMK-SALARY   TO WS-SALARY.
           MOVE WS-TRMK-BONUS    TO WS-BONUS.
           MOVE WS-TRMK-COMM     TO WS-COMM.
           MOVE 'NOT ON DSN8C10.EMP - TERMINATED EMPLOYEE'
               TO WS-MESSAGE.
           PERFORM FETCH-DEPT-NAME.
           MOVE 1 TO WS-BODY-SUB.

           MOVE 'NAME'       TO WS-LL-LABEL.
           PERFORM FORMAT-NAME-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'LAST DEPT'  TO WS-LL-LABEL.
           PERFORM FORMAT-DEPT-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'JOB'        TO WS-LL-LABEL.
           MOVE WS-TRMK-JOB  TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'EDLEVEL'    TO WS-LL-LABEL.
           MOVE WS-TRMK-EDLEVEL TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'HIRE DATE'  TO WS-LL-LABEL.
           MOVE WS-TRMK-HIREDATE TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'TERM DATE'  TO WS-LL-LABEL.
           MOVE WS-TRMK-DATE TO WS-TERM-DATE-X.
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'TERMINATIONS' TO WS-LL-LABEL.
           MOVE WS-TERM-COUNT  TO WS-COUNT-ED.
           MOVE WS-COUNT-ED    TO WS-LL-VALUE.
           PERFORM ADD-LABEL-LINE.

           MOVE 'REHIRE'     TO WS-LL-LABEL.
           IF WS-TERM-COUNT = 1
               MOVE 'ELIGIBLE' TO WS-LL-VALUE
           ELSE
               MOVE 'REFER TO HR - TERMINATED MORE THAN ONCE'
                   TO WS-LL-VALUE
           END-IF.
           PERFORM ADD-LABEL-LINE.

           ADD 1 TO WS-BODY-SUB.
           MOVE 'AT TERMINATION:' TO WS-BODY-LINE(WS-BODY-SUB).
           ADD 1 TO WS-BODY-SUB.
           PERFORM FORMAT-COMPENSATION.

       FETCH-DEPT-NAME.
           MOVE SPACES TO WS-DEPTNAME.

           IF WS-WORKDEPT NOT = SPACES
               EXEC SQL
                   SELECT DEPTNAME
                     INTO :WS-DEPTNAME
                     FROM DSN8C10.DEPT
                    WHERE DEPTNO = :WS-WORKDEPT
               END-EXEC
               MOVE 'DEPT' TO WS-CURRENT-CURSOR
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM SQL-ERROR-MESSAGE
               END-IF
           END-IF.

       FORMAT-NAME-VALUE.
           MOVE SPACES TO WS-LL-VALUE.
           STRING WS-FIRSTNME DELIMITED BY '  '
                  ' '         DELIMITED BY SIZE
                  WS-MIDINIT  DELIMITED BY SPACE
                  ' '         DELIMITED BY SIZE
                  WS-LASTNAME DELIMITED BY SIZE
               INTO WS-LL-VALUE.

       FORMAT-DEPT-VALUE.
           MOVE SPACES TO WS-LL-VALUE.
           IF WS-DEPTNAME = SPACES
               STRING WS-WORKDEPT '  (NOT ON DEPT)'
                   DELIMITED BY SIZE INTO WS-LL-VALUE
           ELSE
               STRING WS-WORKDEPT '  ' WS-DEPTNAME
                   DELIMITED BY SIZE INTO WS-LL-VALUE
           END-IF.

      *    THE ONE PLACE THE SALARY FIELDS REACH THE SCREEN.
       FORMAT-COMPENSATION.
           MOVE 'SALARY'     TO WS-LL-LABEL.
           MOVE WS-SALARY    TO WS-AMOUNT-ED.
           PERFORM ADD-AMOUNT-LINE.

           MOVE 'BONUS'      TO WS-LL-LABEL.
           MOVE WS-BONUS     TO WS-AMOUNT-ED.
           PERFORM ADD-AMOUNT-LINE.

           MOVE 'COMMISSION' TO WS-LL-LABEL.
           MOVE WS-COMM      TO WS-AMOUNT-ED.
           PERFORM ADD-AMOUNT-LINE.

       ADD-AMOUNT-LINE.
           IF WS-PAYROLL-USER
               MOVE WS-AMOUNT-ED TO WS-LL-VALUE
           ELSE
               MOVE '************ (PAYROLL ONLY)' TO WS-LL-VALUE
           END-IF.
           PERFORM ADD-LABEL-LINE.

       ADD-LABEL-LINE.
           IF WS-BODY-SUB NOT > WS-BODY-MAX
               MOVE WS-LABEL-LINE TO WS-BODY-LINE(WS-BODY-SUB)
           END-IF.
           ADD 1 TO WS-BODY-SUB.
           MOVE SPACES TO WS-LABEL-LINE.

      *    A PAGE IS FOUND BY SKIPPING THE ROWS OF THE PAGES BEFORE
      *    IT; ONE ROW PAST THE PAGE SAYS WHETHER PF8 HAS MORE.
       SHOW-ASSIGNMENTS.
           SET WS-CA-SCREEN-ASSIGNMENTS TO TRUE.
           MOVE 'N' TO WS-CA-MORE-SW.
           MOVE 'N' TO WS-FETCH-EOF-SW.
           MOVE ZERO TO WS-ROWS-READ.
           COMPUTE WS-SKIP-ROWS = (WS-CA-PAGE - 1) * WS-PAGE-ROWS.
           MOVE WS-ASSIGN-HEADING TO WS-BODY-LINE(1).
           MOVE 1 TO WS-BODY-SUB.
           MOVE 'C1' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C1 END-EXEC.

           IF SQLCODE = 0
               PERFORM FETCH-ASSIGNMENT UNTIL WS-FETCH-EOF
               EXEC SQL CLOSE C1 END-EXEC
           ELSE
               PERFORM SQL-ERROR-MESSAGE
           END-IF.

           IF WS-MESSAGE = SPACES
               PERFORM SET-PAGE-MESSAGE
               IF WS-ROWS-READ = ZERO
                   MOVE 'NO PROJECT ASSIGNMENTS ON EMPPROJACT'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       FETCH-ASSIGNMENT.
           EXEC SQL
               FETCH C1
                INTO :WS-PROJNO,
                     :WS-PROJNAME,
                     :WS-ACTNO,
                     :WS-ACTKWD,
                     :WS-EMPTIME,
                     :WS-EMSTDATE,
                     :WS-EMENDATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-FETCH-EOF TO TRUE
               WHEN SQLCODE NOT = 0
                   SET WS-FETCH-EOF TO TRUE
                   PERFORM SQL-ERROR-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-ROWS-READ
                   PERFORM PLACE-ASSIGNMENT
           END-EVALUATE.

       PLACE-ASSIGNMENT.
           EVALUATE TRUE
               WHEN WS-ROWS-READ NOT > WS-SKIP-ROWS
                   CONTINUE
               WHEN WS-ROWS-READ > WS-SKIP-ROWS + WS-PAGE-ROWS
                   SET WS-CA-MORE TO TRUE
                   SET WS-FETCH-EOF TO TRUE
               WHEN OTHER
                   MOVE SPACES          TO WS-ASSIGN-LINE
                   MOVE WS-PROJNO       TO WS-AL-PROJNO
                   MOVE WS-PROJNAME     TO WS-AL-PROJNAME
                   MOVE WS-ACTNO        TO WS-AL-ACTNO
                   MOVE WS-ACTKWD       TO WS-AL-ACTKWD
                   MOVE WS-EMPTIME      TO WS-AL-EMPTIME
                   MOVE WS-EMSTDATE     TO WS-AL-START
                   MOVE WS-EMENDATE     TO WS-AL-END
                   ADD 1 TO WS-BODY-SUB
                   MOVE WS-ASSIGN-LINE  TO WS-BODY-LINE(WS-BODY-SUB)
           END-EVALUATE.

       SHOW-HISTORY.
           SET WS-CA-SCREEN-HISTORY TO TRUE.
           MOVE 'N' TO WS-CA-MORE-SW.
           MOVE 'N' TO WS-BROWSE-END-SW.
           MOVE ZERO TO WS-ROWS-READ.
           COMPUTE WS-SKIP-ROWS = (WS-CA-PAGE - 1) * WS-PAGE-ROWS.
           MOVE WS-HISTORY-HEADING TO WS-BODY-LINE(1).
           MOVE 1 TO WS-BODY-SUB.
           MOVE HIGH-VALUES   TO WS-AUDIT-RIDFLD.
           MOVE WS-CA-EMPNO   TO WS-AUDIT-RID-EMPNO.
           MOVE WS-AUDIT-FILE TO WS-CURRENT-CURSOR.

           PERFORM START-AUDIT-BROWSE.

           IF WS-BROWSE-OPEN
               PERFORM READ-AUDIT-BACKWARD UNTIL WS-BROWSE-END
               EXEC CICS ENDBR
                   FILE(WS-AUDIT-FILE)
               END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   PERFORM FILE-ERROR-MESSAGE
               END-IF
           END-IF.

           IF WS-MESSAGE = SPACES
               PERFORM SET-PAGE-MESSAGE
               IF WS-ROWS-READ = ZERO
                   MOVE 'NO CHANGES ON THE AUDIT MASTER' TO WS-MESSAGE
               END-IF
           END-IF.

      *    POSITIONED THE SAME WAY AS START-TERM-BROWSE.
       START-AUDIT-BROWSE.
           MOVE 'N' TO WS-BROWSE-SW.

           EXEC CICS STARTBR
               FILE(WS-AUDIT-FILE)
               RIDFLD(WS-AUDIT-RIDFLD)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                   FILE(WS-AUDIT-FILE)
                   INTO(AUDK-RECORD)
                   RIDFLD(WS-AUDIT-RIDFLD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET WS-BROWSE-OPEN TO TRUE
               ELSE
                   EXEC CICS ENDBR
                       FILE(WS-AUDIT-FILE)
                   END-EXEC
               END-IF
           END-IF.

           IF NOT WS-BROWSE-OPEN
              AND (WS-RESP = DFHRESP(NOTFND)
                OR WS-RESP = DFHRESP(ENDFILE))
               MOVE HIGH-VALUES TO WS-AUDIT-RIDFLD
               EXEC CICS STARTBR
                   FILE(WS-AUDIT-FILE)
                   RIDFLD(WS-AUDIT-RIDFLD)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET WS-BROWSE-OPEN TO TRUE
               END-IF
           END-IF.

       READ-AUDIT-BACKWARD.
           EXEC CICS READPREV
               FILE(WS-AUDIT-FILE)
               INTO(AUDK-RECORD)
               RIDFLD(WS-AUDIT-RIDFLD)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-END TO TRUE
                   IF WS-RESP NOT = DFHRESP(ENDFILE)
                       PERFORM FILE-ERROR-MESSAGE
                   END-IF
               WHEN AUDK-EMPNO > WS-CA-EMPNO
                   CONTINUE
               WHEN AUDK-EMPNO < WS-CA-EMPNO
                   SET WS-BROWSE-END TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ROWS-READ
                   PERFORM PLACE-AUDIT-RECORD
           END-EVALUATE.

       PLACE-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN WS-ROWS-READ NOT > WS-SKIP-ROWS
                   CONTINUE
               WHEN WS-ROWS-READ > WS-SKIP-ROWS + WS-PAGE-ROWS
                   SET WS-CA-MORE TO TRUE
                   SET WS-BROWSE-END TO TRUE
               WHEN OTHER
                   MOVE SPACES             TO WS-HISTORY-LINE
                   MOVE AUDK-RUN-DATE      TO WS-HL-DATE
                   MOVE AUDK-RUN-TIME      TO WS-RUN-TIME-X
                   STRING WS-RT-HH ':' WS-RT-MM ':' WS-RT-SS
                       DELIMITED BY SIZE INTO WS-HL-TIME
                   EVALUATE TRUE
                       WHEN AUDK-ACTION-ADD
                           MOVE 'ADD'    TO WS-HL-ACTION
                       WHEN AUDK-ACTION-DELETE
                           MOVE 'DELETE' TO WS-HL-ACTION
                       WHEN OTHER
                           MOVE 'UPDATE' TO WS-HL-ACTION
                   END-EVALUATE
                   MOVE AUDK-BEFORE-WORKDEPT TO WS-HL-BEF-DEPT
                   MOVE ' TO '               TO WS-HL-DEPT-TO
                   MOVE AUDK-AFTER-WORKDEPT  TO WS-HL-AFT-DEPT
                   MOVE AUDK-BEFORE-EDLEVEL  TO WS-HL-BEF-EDLEVEL
                   MOVE ' TO '               TO WS-HL-EDLEVEL-TO
                   MOVE AUDK-AFTER-EDLEVEL   TO WS-HL-AFT-EDLEVEL
                   MOVE AUDK-OVERRIDE-CODE   TO WS-HL-OVERRIDE
                   ADD 1 TO WS-BODY-SUB
                   MOVE WS-HISTORY-LINE TO WS-BODY-LINE(WS-BODY-SUB)
           END-EVALUATE.

       SET-PAGE-MESSAGE.
           MOVE WS-CA-PAGE TO WS-COUNT-ED.
           IF WS-CA-MORE
               STRING 'PAGE ' WS-COUNT-ED ' - PF8 FOR MORE'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING 'PAGE ' WS-COUNT-ED ' - END OF LIST'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       SQL-ERROR-MESSAGE.
           MOVE SQLCODE TO WS-SQLCODE-ED.
           MOVE SPACES  TO WS-MESSAGE.
           STRING 'DB2 ERROR ON ' WS-CURRENT-CURSOR
                  ' - SQLCODE ' WS-SQLCODE-ED
                  ' - REPORT TO SUPPORT'
               DELIMITED BY SIZE INTO WS-MESSAGE.

       FILE-ERROR-MESSAGE.
           MOVE WS-RESP TO WS-RESP-ED.
           MOVE SPACES  TO WS-MESSAGE.
           STRING 'FILE ' WS-CURRENT-CURSOR
                  ' NOT AVAILABLE - RESP ' WS-RESP-ED
                  ' - REPORT TO SUPPORT'
               DELIMITED BY SIZE INTO WS-MESSAGE.

       CLEAR-BODY.
           MOVE SPACES TO WS-BODY-AREA.
           MOVE SPACES TO WS-LABEL-LINE.

       SEND-INQUIRY-MAP.
           MOVE LOW-VALUES TO EINQMAPO.

           EVALUATE TRUE
               WHEN WS-CA-SCREEN-EMPLOYEE
                   MOVE 'EMPLOYEE'            TO SCRNO
               WHEN WS-CA-SCREEN-TERMINATED
                   MOVE 'TERMINATED EMPLOYEE' TO SCRNO
               WHEN WS-CA-SCREEN-ASSIGNMENTS
                   MOVE 'PROJECT ASSIGNMENTS' TO SCRNO
               WHEN WS-CA-SCREEN-HISTORY
                   MOVE 'CHANGE HISTORY'      TO SCRNO
               WHEN OTHER
                   MOVE SPACES                TO SCRNO
           END-EVALUATE.

           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               MMDDYYYY(WS-CURRENT-DATE)
               DATESEP('/')
           END-EXEC.
           MOVE WS-CURRENT-DATE TO CURDTO.

           MOVE WS-CA-EMPNO TO EMPNOO.
           IF WS-PAYROLL-USER
               MOVE 'PAYROLL VIEW - SALARY FIELDS SHOWN' TO ACCSO
           ELSE
               MOVE 'SALARY FIELDS RESTRICTED TO PAYROLL' TO ACCSO
           END-IF.

           PERFORM MOVE-BODY-LINE
               VARYING WS-BODY-SUB FROM 1 BY 1
                 UNTIL WS-BODY-SUB > WS-BODY-MAX.

           MOVE WS-MESSAGE TO MSGO.
           MOVE -1 TO EMPNOL.

           EXEC CICS SEND
               MAP(WS-MAP)
               MAPSET(WS-MAPSET)
               FROM(EINQMAPO)
               ERASE
               CURSOR
               FREEKB
           END-EXEC.

       MOVE-BODY-LINE.
           MOVE WS-BODY-LINE(WS-BODY-SUB) TO LINEO(WS-BODY-SUB).
