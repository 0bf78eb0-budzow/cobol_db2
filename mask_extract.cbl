       IDENTIFICATION DIVISION.
       PROGRAM-ID. DB2MASKX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GRADE-FILE ASSIGN TO GRADEIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT EMP-FILE ASSIGN TO EMPOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT DEPT-FILE ASSIGN TO DEPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT PROJ-FILE ASSIGN TO PROJOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EPA-FILE ASSIGN TO EPAOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO RPTOUT
               ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCP-FILE ASSIGN TO EXCPOUT
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  PARM-IN-RECORD.
           05  PARM-IN-MULTIPLIER         PIC 9(06).
           05  FILLER                     PIC X(01).
           05  PARM-IN-OFFSET             PIC 9(06).
           05  FILLER                     PIC X(67).

       FD  GRADE-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  GRD-IN-RECORD.
           05  GRD-IN-JOB                 PIC X(08).
           05  GRD-IN-MIN-SALARY          PIC 9(07)V99.
           05  GRD-IN-MAX-SALARY          PIC 9(07)V99.
           05  FILLER                     PIC X(54).

       FD  EMP-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  EMP-OUT-RECORD                 PIC X(120).

       FD  DEPT-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  DEPT-OUT-RECORD                PIC X(80).

       FD  PROJ-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  PROJ-OUT-RECORD                PIC X(80).

       FD  EPA-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
       01  EPA-OUT-RECORD                 PIC X(80).

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
       01  WS-DEPTNO         PIC X(03).
       01  WS-DEPTNAME       PIC X(36).
       01  WS-MGRNO          PIC X(06).
       01  WS-ADMRDEPT       PIC X(03).
       01  WS-LOCATION       PIC X(16).
       01  WS-PROJNO         PIC X(06).
       01  WS-PROJNAME       PIC X(24).
       01  WS-RESPEMP        PIC X(06).
       01  WS-PRSTAFF        PIC S9(03)V99 COMP-3.
       01  WS-PRSTDATE       PIC X(10).
       01  WS-PRENDATE       PIC X(10).
       01  WS-MAJPROJ        PIC X(06).
       01  WS-ACTNO          PIC S9(04) COMP.
       01  WS-EMPTIME        PIC S9(03)V99 COMP-3.
       01  WS-EMSTDATE       PIC X(10).
       01  WS-EMENDATE       PIC X(10).
       01  WS-SOURCE-COUNT   PIC S9(09) COMP.

       01  WS-CONTROL-FIELDS.
           05  WS-CURRENT-CURSOR           PIC X(08)  VALUE 'C1'.
           05  WS-PARM-STATUS              PIC X(02).
           05  WS-GRADE-STATUS             PIC X(02).
           05  WS-GRADE-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-GRADE-EOF                        VALUE 'Y'.
           05  WS-EMAP-FOUND-SW            PIC X(01)  VALUE 'N'.
               88  WS-EMAP-FOUND                       VALUE 'Y'.
           05  WS-EMAP-FULL-SW             PIC X(01)  VALUE 'N'.
               88  WS-EMAP-FULL                        VALUE 'Y'.
           05  WS-VERIFY-SW                PIC X(01)  VALUE 'Y'.
               88  WS-EXTRACT-VERIFIED                 VALUE 'Y'.
           05  WS-TALLY-RESULT             PIC X(01).
               88  WS-TALLY-MASKED                     VALUE 'M'.
               88  WS-TALLY-CARRIED                    VALUE 'C'.
               88  WS-TALLY-SURVIVED                   VALUE 'S'.
           05  WS-FLD-SUB                  PIC S9(04) COMP.
           05  WS-REF-SUB                  PIC S9(04) COMP.
           05  WS-TBL-SUB                  PIC S9(04) COMP.
           05  WS-LINE-COUNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-LINES-PER-PAGE           PIC S9(04) COMP VALUE 55.
           05  WS-PAGE-NUMBER              PIC S9(04) COMP VALUE ZERO.

           COPY GRDTAB.

           COPY MASKLOAD.

      *    THE MASKING KEY. EMPNO IS MAPPED AS (EMPNO * MULTIPLIER
      *    + OFFSET) MOD 1000000 - ONE-TO-ONE WHEN THE MULTIPLIER
      *    ENDS IN 1, 3, 7 OR 9, AND NEVER MAPPING AN EMPNO TO
      *    ITSELF WHEN THE MULTIPLIER AND OFFSET ARE BOTH ODD.
       01  WS-KEY-MULTIPLIER               PIC 9(06)  VALUE 739391.
       01  WS-KEY-OFFSET                   PIC 9(06)  VALUE 318247.
       01  WS-KEY-REMAINDER                PIC 9(02).
       01  WS-KEY-QUOTIENT                 PIC 9(06).

      *    A NON-NUMERIC EMPNO OR PHONENO IS MASKED CHARACTER BY
      *    CHARACTER - LETTERS STAY LETTERS AND DIGITS STAY DIGITS,
      *    NO CHARACTER MAPS TO ITSELF, AND SPACES ARE KEPT.
       01  WS-PLAIN-CHARS                  PIC X(36)  VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-CIPHER-CHARS                 PIC X(36)  VALUE
           'HIJKLMNOPQRSTUVWXYZABCDEFG3456789012'.

       01  WS-MAP-IN                       PIC X(06).
       01  WS-MAP-OUT                      PIC X(06).
       01  WS-MAP-NUM                      PIC 9(06).
       01  WS-MAP-WORK                     PIC 9(13).
       01  WS-MAP-QUOT                     PIC 9(13).

       01  WS-MASK-SEED                    PIC 9(06).
       01  WS-SEED-QUOT                    PIC 9(06).
       01  WS-SEED-REM                     PIC 9(04).
       01  WS-NAME-SUB                     PIC S9(04) COMP.

       01  WS-NEW-EMPNO                    PIC X(06).
       01  WS-NEW-FIRSTNME                 PIC X(12).
       01  WS-NEW-LASTNAME                 PIC X(15).
       01  WS-NEW-PHONENO                  PIC X(04).
       01  WS-PHONE-NUM                    PIC 9(04).
       01  WS-PHONE-WORK                   PIC 9(09).
       01  WS-NEW-BIRTHDATE.
           05  WS-NB-YYYY                  PIC X(04).
           05  FILLER                      PIC X(01)  VALUE '-'.
           05  WS-NB-MM                    PIC 9(02).
           05  FILLER                      PIC X(01)  VALUE '-'.
           05  WS-NB-DD                    PIC 9(02).
       01  WS-OLD-BIRTHDATE.
           05  WS-OB-YYYY                  PIC X(04).
           05  FILLER                      PIC X(01).
           05  WS-OB-MM                    PIC X(02).
           05  FILLER                      PIC X(01).
           05  WS-OB-DD                    PIC X(02).

       01  WS-PAY-PCT                      PIC S9(02).
       01  WS-PAY-ABS-PCT                  PIC S9(02).
       01  WS-NEW-SALARY                   PIC S9(07)V99 COMP-3.
       01  WS-NEW-BONUS                    PIC S9(07)V99 COMP-3.
       01  WS-NEW-COMM                     PIC S9(07)V99 COMP-3.
       01  WS-OUT-OF-BAND-COUNT            PIC S9(07) COMP VALUE ZERO.
       01  WS-NO-BAND-COUNT                PIC S9(07) COMP VALUE ZERO.

      *    FAKE NAMES, DRAWN BY THE MASKED EMPNO. FIRST NAMES ARE
      *    ALL ONES USED FOR ANY SEX SO THE SEX COLUMN STILL READS
      *    SENSIBLY.
       01  WS-FAKE-LASTNAME-VALUES.
           05  FILLER  PIC X(15)  VALUE 'ABBOTT'.
           05  FILLER  PIC X(15)  VALUE 'BARLOW'.
           05  FILLER  PIC X(15)  VALUE 'CARVER'.
           05  FILLER  PIC X(15)  VALUE 'DALTON'.
           05  FILLER  PIC X(15)  VALUE 'EASTWICK'.
           05  FILLER  PIC X(15)  VALUE 'FARLEY'.
           05  FILLER  PIC X(15)  VALUE 'GARNER'.
           05  FILLER  PIC X(15)  VALUE 'HOLLIS'.
           05  FILLER  PIC X(15)  VALUE 'IRVING'.
           05  FILLER  PIC X(15)  VALUE 'JARVIS'.
           05  FILLER  PIC X(15)  VALUE 'KEMBLE'.
           05  FILLER  PIC X(15)  VALUE 'LANGDON'.
           05  FILLER  PIC X(15)  VALUE 'MADDOX'.
           05  FILLER  PIC X(15)  VALUE 'NORCROSS'.
           05  FILLER  PIC X(15)  VALUE 'OSGOOD'.
           05  FILLER  PIC X(15)  VALUE 'PRENTICE'.
           05  FILLER  PIC X(15)  VALUE 'QUARLES'.
           05  FILLER  PIC X(15)  VALUE 'RADCLIFFE'.
           05  FILLER  PIC X(15)  VALUE 'SAXTON'.
           05  FILLER  PIC X(15)  VALUE 'TREMAINE'.
           05  FILLER  PIC X(15)  VALUE 'UPSHAW'.
           05  FILLER  PIC X(15)  VALUE 'VINCENT'.
           05  FILLER  PIC X(15)  VALUE 'WHITLOCK'.
           05  FILLER  PIC X(15)  VALUE 'YARDLEY'.
           05  FILLER  PIC X(15)  VALUE 'ZIMMER'.
           05  FILLER  PIC X(15)  VALUE 'ASHDOWN'.
           05  FILLER  PIC X(15)  VALUE 'BRAMWELL'.
           05  FILLER  PIC X(15)  VALUE 'COLBY'.
           05  FILLER  PIC X(15)  VALUE 'DENHOLM'.
           05  FILLER  PIC X(15)  VALUE 'ELLISON'.
           05  FILLER  PIC X(15)  VALUE 'FENWICK'.
           05  FILLER  PIC X(15)  VALUE 'GRAYSON'.
       01  WS-FAKE-LASTNAME-TABLE REDEFINES WS-FAKE-LASTNAME-VALUES.
           05  WS-FAKE-LASTNAME            PIC X(15)  OCCURS 32 TIMES.

       01  WS-FAKE-FIRSTNME-VALUES.
           05  FILLER  PIC X(12)  VALUE 'ALEX'.
           05  FILLER  PIC X(12)  VALUE 'BLAIR'.
           05  FILLER  PIC X(12)  VALUE 'CASEY'.
           05  FILLER  PIC X(12)  VALUE 'DANA'.
           05  FILLER  PIC X(12)  VALUE 'EMERY'.
           05  FILLER  PIC X(12)  VALUE 'FRANCIS'.
           05  FILLER  PIC X(12)  VALUE 'GLENN'.
           05  FILLER  PIC X(12)  VALUE 'HAYDEN'.
           05  FILLER  PIC X(12)  VALUE 'JAMIE'.
           05  FILLER  PIC X(12)  VALUE 'JORDAN'.
           05  FILLER  PIC X(12)  VALUE 'KENDALL'.
           05  FILLER  PIC X(12)  VALUE 'LOGAN'.
           05  FILLER  PIC X(12)  VALUE 'MORGAN'.
           05  FILLER  PIC X(12)  VALUE 'NOEL'.
           05  FILLER  PIC X(12)  VALUE 'PAT'.
           05  FILLER  PIC X(12)  VALUE 'QUINN'.
           05  FILLER  PIC X(12)  VALUE 'REESE'.
           05  FILLER  PIC X(12)  VALUE 'ROBIN'.
           05  FILLER  PIC X(12)  VALUE 'SAGE'.
           05  FILLER  PIC X(12)  VALUE 'SHAWN'.
           05  FILLER  PIC X(12)  VALUE 'SIDNEY'.
           05  FILLER  PIC X(12)  VALUE 'TAYLOR'.
           05  FILLER  PIC X(12)  VALUE 'TERRY'.
           05  FILLER  PIC X(12)  VALUE 'AVERY'.
           05  FILLER  PIC X(12)  VALUE 'CAMERON'.
           05  FILLER  PIC X(12)  VALUE 'DREW'.
           05  FILLER  PIC X(12)  VALUE 'ELLIOT'.
           05  FILLER  PIC X(12)  VALUE 'FINLEY'.
           05  FILLER  PIC X(12)  VALUE 'HARPER'.
           05  FILLER  PIC X(12)  VALUE 'JESSE'.
           05  FILLER  PIC X(12)  VALUE 'KAI'.
           05  FILLER  PIC X(12)  VALUE 'RILEY'.
       01  WS-FAKE-FIRSTNME-TABLE REDEFINES WS-FAKE-FIRSTNME-VALUES.
           05  WS-FAKE-FIRSTNME            PIC X(12)  OCCURS 32 TIMES.

      *    ORIGINAL AND MASKED EMPNO OF EVERY EMP ROW, IN EMPNO
      *    ORDER FROM THE CURSOR, SO THE MGRNO, RESPEMP AND
      *    EMPPROJACT REFERENCES CAN BE PROVED TO JOIN THE SAME WAY
      *    AFTER MASKING AS BEFORE.
       01  WS-EMAP-AREA.
           05  WS-EMAP-COUNT               PIC S9(09) COMP VALUE ZERO.
           05  WS-EMAP-MAX                 PIC S9(09) COMP VALUE 20000.
           05  WS-EMAP-LOW                 PIC S9(09) COMP.
           05  WS-EMAP-HIGH                PIC S9(09) COMP.
           05  WS-EMAP-MID                 PIC S9(09) COMP.
           05  WS-EMAP-ENTRY OCCURS 20000 TIMES.
               10  WS-EMAP-ORIG            PIC X(06).
               10  WS-EMAP-MASKED          PIC X(06).
       01  WS-LOOKUP-EMPNO                 PIC X(06).
       01  WS-REF-ORIG                     PIC X(06).
       01  WS-REF-MASKED                   PIC X(06).

      *    ROW COUNTS - DB2 COUNT(*) AGAINST RECORDS UNLOADED.
       01  WS-TABLE-LABEL-VALUES.
           05  FILLER  PIC X(24)  VALUE 'DSN8C10.EMP'.
           05  FILLER  PIC X(24)  VALUE 'DSN8C10.DEPT'.
           05  FILLER  PIC X(24)  VALUE 'DSN8C10.PROJ'.
           05  FILLER  PIC X(24)  VALUE 'DSN8C10.EMPPROJACT'.
       01  WS-TABLE-LABEL-TABLE REDEFINES WS-TABLE-LABEL-VALUES.
           05  WS-TBL-LABEL                PIC X(24)  OCCURS 4 TIMES.
       01  WS-TABLE-COUNTS.
           05  WS-TBL-ENTRY OCCURS 4 TIMES.
               10  WS-TBL-SOURCE           PIC S9(09) COMP.
               10  WS-TBL-WRITTEN          PIC S9(09) COMP.

      *    ONE ENTRY PER MASKED FIELD. 'CARRIED' IS A NULL, BLANK OR
      *    ZERO VALUE, WHICH CARRIES NO PERSONAL DATA AND IS KEPT SO
      *    THE DATA-QUALITY CHECKS SEE WHAT PRODUCTION HAS.
       01  WS-FIELD-LABEL-VALUES.
           05  FILLER  PIC X(24)  VALUE 'EMP.EMPNO'.
           05  FILLER  PIC X(24)  VALUE 'EMP.FIRSTNME'.
           05  FILLER  PIC X(24)  VALUE 'EMP.LASTNAME'.
           05  FILLER  PIC X(24)  VALUE 'EMP.PHONENO'.
           05  FILLER  PIC X(24)  VALUE 'EMP.BIRTHDATE'.
           05  FILLER  PIC X(24)  VALUE 'EMP.SALARY'.
           05  FILLER  PIC X(24)  VALUE 'EMP.BONUS'.
           05  FILLER  PIC X(24)  VALUE 'EMP.COMM'.
           05  FILLER  PIC X(24)  VALUE 'DEPT.MGRNO'.
           05  FILLER  PIC X(24)  VALUE 'PROJ.RESPEMP'.
           05  FILLER  PIC X(24)  VALUE 'EMPPROJACT.EMPNO'.
       01  WS-FIELD-LABEL-TABLE REDEFINES WS-FIELD-LABEL-VALUES.
           05  WS-FLD-LABEL                PIC X(24)  OCCURS 11 TIMES.
       01  WS-FIELD-COUNTS.
           05  WS-FLD-ENTRY OCCURS 11 TIMES.
               10  WS-FLD-MASKED           PIC S9(09) COMP.
               10  WS-FLD-CARRIED          PIC S9(09) COMP.
               10  WS-FLD-SURVIVED         PIC S9(09) COMP.

      *    ONE ENTRY PER EMPNO REFERENCE - DEPT.MGRNO, PROJ.RESPEMP,
      *    EMPPROJACT.EMPNO.
       01  WS-REF-COUNTS.
           05  WS-REF-ENTRY OCCURS 3 TIMES.
               10  WS-REF-ROWS             PIC S9(09) COMP.
               10  WS-REF-SOURCE-MATCH     PIC S9(09) COMP.
               10  WS-REF-MASKED-MATCH     PIC S9(09) COMP.

       01  WS-TODAY.
           05  WS-TODAY-YYYY               PIC 9(04).
           05  WS-TODAY-MM                 PIC 9(02).
           05  WS-TODAY-DD                 PIC 9(02).
       01  WS-TODAY-X REDEFINES WS-TODAY   PIC 9(08).
       01  WS-RUN-DATE                     PIC X(10).

       01  WS-HEADING-1-LAYOUT.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  FILLER                      PIC X(09)  VALUE 'DB2MASKX'.
           05  FILLER                      PIC X(10)  VALUE SPACES.
           05  FILLER                      PIC X(30)
                   VALUE 'MASKED TEST-DATA EXTRACT'.
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

       01  WS-ROWS-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(24)  VALUE 'TABLE'.
           05  FILLER                      PIC X(14)
                   VALUE '   ROWS IN DB2'.
           05  FILLER                      PIC X(14)
                   VALUE '  ROWS WRITTEN'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'STATUS'.
           05  FILLER                      PIC X(67)  VALUE SPACES.
       01  WS-FIELDS-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(24)  VALUE 'FIELD'.
           05  FILLER                      PIC X(14)
                   VALUE '        MASKED'.
           05  FILLER                      PIC X(14)
                   VALUE '       CARRIED'.
           05  FILLER                      PIC X(14)
                   VALUE '      SURVIVED'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'STATUS'.
           05  FILLER                      PIC X(53)  VALUE SPACES.
       01  WS-REFS-HEADING-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  FILLER                      PIC X(24)  VALUE 'REFERENCE'.
           05  FILLER                      PIC X(14)
                   VALUE '          ROWS'.
           05  FILLER                      PIC X(14)
                   VALUE '  EMP MATCH DB'.
           05  FILLER                      PIC X(14)
                   VALUE ' EMP MATCH MSK'.
           05  FILLER                      PIC X(03)  VALUE SPACES.
           05  FILLER                      PIC X(06)  VALUE 'STATUS'.
           05  FILLER                      PIC X(53)  VALUE SPACES.

       01  WS-TWO-COUNT-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-C2-LABEL                 PIC X(24).
           05  WS-C2-COUNT-1               PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-C2-COUNT-2               PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-C2-STATUS                PIC X(20).
           05  FILLER                      PIC X(50)  VALUE SPACES.
       01  WS-THREE-COUNT-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-C3-LABEL                 PIC X(24).
           05  WS-C3-COUNT-1               PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-C3-COUNT-2               PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-C3-COUNT-3               PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-C3-STATUS                PIC X(20).
           05  FILLER                      PIC X(34)  VALUE SPACES.
       01  WS-NOTE-LAYOUT.
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-NT-LABEL                 PIC X(52).
           05  WS-NT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(65)  VALUE SPACES.

           EXEC SQL DECLARE C1 CURSOR FOR
               SELECT EMPNO,
                      FIRSTNME,
                      COALESCE(MIDINIT, ' '),
                      LASTNAME,
                      COALESCE(WORKDEPT, ' '),
                      COALESCE(PHONENO, ' '),
                      COALESCE(CHAR(HIREDATE, ISO), ' '),
                      COALESCE(JOB, ' '),
                      EDLEVEL,
                      COALESCE(SEX, ' '),
                      COALESCE(CHAR(BIRTHDATE, ISO), ' '),
                      COALESCE(SALARY, 0),
                      COALESCE(BONUS, 0),
                      COALESCE(COMM, 0)
                 FROM DSN8C10.EMP
                ORDER BY EMPNO
           END-EXEC.

           EXEC SQL DECLARE C2 CURSOR FOR
               SELECT DEPTNO,
                      DEPTNAME,
                      COALESCE(MGRNO, ' '),
                      ADMRDEPT,
                      COALESCE(LOCATION, ' ')
                 FROM DSN8C10.DEPT
                ORDER BY DEPTNO
           END-EXEC.

           EXEC SQL DECLARE C3 CURSOR FOR
               SELECT PROJNO,
                      PROJNAME,
                      DEPTNO,
                      RESPEMP,
                      COALESCE(PRSTAFF, 0),
                      COALESCE(CHAR(PRSTDATE, ISO), ' '),
                      COALESCE(CHAR(PRENDATE, ISO), ' '),
                      COALESCE(MAJPROJ, ' ')
                 FROM DSN8C10.PROJ
                ORDER BY PROJNO
           END-EXEC.

           EXEC SQL DECLARE C4 CURSOR FOR
               SELECT EMPNO,
                      PROJNO,
                      ACTNO,
                      COALESCE(EMPTIME, 0),
                      COALESCE(CHAR(EMSTDATE, ISO), ' '),
                      COALESCE(CHAR(EMENDATE, ISO), ' ')
                 FROM DSN8C10.EMPPROJACT
                ORDER BY EMPNO, PROJNO, ACTNO
           END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM INITIALIZATION.

           IF RETURN-CODE NOT = 16
               PERFORM COUNT-SOURCE-ROWS
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM UNLOAD-EMP
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM UNLOAD-DEPT
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM UNLOAD-PROJ
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM UNLOAD-EMPPROJACT
           END-IF.

           IF RETURN-CODE NOT = 16
               PERFORM PRINT-CONTROL-REPORT
           END-IF.

           PERFORM TERMINATION.

           STOP RUN.

       INITIALIZATION.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT EXCP-FILE.
           OPEN OUTPUT EMP-FILE.
           OPEN OUTPUT DEPT-FILE.
           OPEN OUTPUT PROJ-FILE.
           OPEN OUTPUT EPA-FILE.

           ACCEPT WS-TODAY-X FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM '/' WS-TODAY-DD '/' WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

           INITIALIZE WS-TABLE-COUNTS
                      WS-FIELD-COUNTS
                      WS-REF-COUNTS.

           PERFORM READ-PARM-CARD.

           PERFORM LOAD-GRADE-TABLE.

      *    A KEY CARD OVERRIDES THE BUILT-IN KEY, SO EACH REFRESH OF
      *    THE TEST REGION CAN BE MASKED DIFFERENTLY. A KEY THAT
      *    WOULD NOT MAP EMPNO ONE-TO-ONE, OR COULD LEAVE AN EMPNO
      *    UNCHANGED, STOPS THE RUN BEFORE ANYTHING IS UNLOADED.
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE.

           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-IN-MULTIPLIER NUMERIC
                          AND PARM-IN-OFFSET NUMERIC
                           MOVE PARM-IN-MULTIPLIER TO WS-KEY-MULTIPLIER
                           MOVE PARM-IN-OFFSET     TO WS-KEY-OFFSET
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

           DIVIDE WS-KEY-MULTIPLIER BY 10
               GIVING WS-KEY-QUOTIENT REMAINDER WS-KEY-REMAINDER.

           IF WS-KEY-REMAINDER NOT = 1 AND NOT = 3
              AND NOT = 7 AND NOT = 9
               DISPLAY 'DB2MASKX - KEY MULTIPLIER ' WS-KEY-MULTIPLIER
                       ' MUST END IN 1, 3, 7 OR 9'
               MOVE 16 TO RETURN-CODE
           END-IF.

           DIVIDE WS-KEY-OFFSET BY 2
               GIVING WS-KEY-QUOTIENT REMAINDER WS-KEY-REMAINDER.

           IF WS-KEY-REMAINDER NOT = 1
               DISPLAY 'DB2MASKX - KEY OFFSET ' WS-KEY-OFFSET
                       ' MUST BE ODD'
               MOVE 16 TO RETURN-CODE
           END-IF.

       LOAD-GRADE-TABLE.
           OPEN INPUT GRADE-FILE.

           IF WS-GRADE-STATUS = '00'
               PERFORM READ-GRADE-RECORD UNTIL WS-GRADE-EOF
                  OR WS-GRD-COUNT = WS-GRD-MAX
               IF WS-GRD-COUNT = WS-GRD-MAX AND NOT WS-GRADE-EOF
                   PERFORM WRITE-GRADE-OVERFLOW-EXCEPTION
               END-IF
               CLOSE GRADE-FILE
           END-IF.

           IF WS-GRD-COUNT = ZERO
               MOVE 'GRDTAB' TO WS-CURRENT-CURSOR
               MOVE ZERO     TO EXCP-SQLCODE
               MOVE SPACES   TO EXCP-SQLSTATE
               MOVE 'GRADE TABLE MISSING OR EMPTY'
                   TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       READ-GRADE-RECORD.
           READ GRADE-FILE
               AT END
                   SET WS-GRADE-EOF TO TRUE
           END-READ.

           IF NOT WS-GRADE-EOF
               ADD 1 TO WS-GRD-COUNT
               SET WS-GRD-IDX TO WS-GRD-COUNT
               MOVE GRD-IN-JOB        TO WS-GRD-JOB(WS-GRD-IDX)
               MOVE GRD-IN-MIN-SALARY
                   TO WS-GRD-MIN-SALARY(WS-GRD-IDX)
               MOVE GRD-IN-MAX-SALARY
                   TO WS-GRD-MAX-SALARY(WS-GRD-IDX)
           END-IF.

      *    THE SOURCE COUNTS ARE TAKEN BEFORE THE UNLOAD SO THE
      *    CONTROL REPORT CAN PROVE EVERY ROW WAS CARRIED OVER.
       COUNT-SOURCE-ROWS.
           MOVE 'COUNT' TO WS-CURRENT-CURSOR.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SOURCE-COUNT
                 FROM DSN8C10.EMP
           END-EXEC.
           MOVE 1 TO WS-TBL-SUB.
           PERFORM STORE-SOURCE-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SOURCE-COUNT
                 FROM DSN8C10.DEPT
           END-EXEC.
           MOVE 2 TO WS-TBL-SUB.
           PERFORM STORE-SOURCE-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SOURCE-COUNT
                 FROM DSN8C10.PROJ
           END-EXEC.
           MOVE 3 TO WS-TBL-SUB.
           PERFORM STORE-SOURCE-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-SOURCE-COUNT
                 FROM DSN8C10.EMPPROJACT
           END-EXEC.
           MOVE 4 TO WS-TBL-SUB.
           PERFORM STORE-SOURCE-COUNT.

       STORE-SOURCE-COUNT.
           IF SQLCODE = 0
               MOVE WS-SOURCE-COUNT TO WS-TBL-SOURCE(WS-TBL-SUB)
           ELSE
               PERFORM CHECK-CURSOR-STATUS
           END-IF.

       UNLOAD-EMP.
           MOVE 'C1' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C1 END-EXEC.

           PERFORM FETCH-EMP-ROW UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C1 END-EXEC.

       FETCH-EMP-ROW.
           EXEC SQL
               FETCH C1
                INTO :WS-EMPNO,
                     :WS-FIRSTNME,
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
                     :WS-COMM
           END-EXEC.

           IF SQLCODE = 0
               PERFORM MASK-EMP-ROW
           END-IF.

       MASK-EMP-ROW.
           MOVE WS-EMPNO TO WS-MAP-IN.
           PERFORM MAP-EMPNO.
           MOVE WS-MAP-OUT TO WS-NEW-EMPNO.

           MOVE 1 TO WS-FLD-SUB.
           IF WS-NEW-EMPNO = WS-EMPNO
               MOVE 'S' TO WS-TALLY-RESULT
           ELSE
               MOVE 'M' TO WS-TALLY-RESULT
           END-IF.
           PERFORM TALLY-FIELD-RESULT.

           PERFORM STORE-EMPNO-MAP.

           IF WS-NEW-EMPNO NUMERIC
               MOVE WS-NEW-EMPNO TO WS-MASK-SEED
           ELSE
               COMPUTE WS-MASK-SEED = WS-TBL-WRITTEN(1) + 1
           END-IF.

           PERFORM MASK-NAMES.
           PERFORM MASK-PHONENO.
           PERFORM MASK-BIRTHDATE.
           PERFORM MASK-PAY.

           MOVE SPACES            TO MSK-EMP-RECORD.
           MOVE WS-NEW-EMPNO      TO MSK-EMP-EMPNO.
           MOVE WS-NEW-FIRSTNME   TO MSK-EMP-FIRSTNME.
           MOVE WS-MIDINIT        TO MSK-EMP-MIDINIT.
           MOVE WS-NEW-LASTNAME   TO MSK-EMP-LASTNAME.
           MOVE WS-WORKDEPT       TO MSK-EMP-WORKDEPT.
           MOVE WS-NEW-PHONENO    TO MSK-EMP-PHONENO.
           MOVE WS-HIREDATE       TO MSK-EMP-HIREDATE.
           MOVE WS-JOB            TO MSK-EMP-JOB.
           MOVE WS-EDLEVEL        TO MSK-EMP-EDLEVEL.
           MOVE WS-SEX            TO MSK-EMP-SEX.
           MOVE WS-NEW-BIRTHDATE  TO MSK-EMP-BIRTHDATE.
           IF WS-BIRTHDATE = SPACES
               MOVE SPACES        TO MSK-EMP-BIRTHDATE
           END-IF.
           MOVE WS-NEW-SALARY     TO MSK-EMP-SALARY.
           MOVE WS-NEW-BONUS      TO MSK-EMP-BONUS.
           MOVE WS-NEW-COMM       TO MSK-EMP-COMM.
           WRITE EMP-OUT-RECORD FROM MSK-EMP-RECORD.
           ADD 1 TO WS-TBL-WRITTEN(1).

      *    EMPNO IS MASKED BY ARITHMETIC, NOT BY A LOOKUP TABLE, SO
      *    AN EMPNO MASKS THE SAME WAY WHEREVER IT APPEARS - EVEN A
      *    MGRNO OR EMPPROJACT ROW WITH NO EMP ROW STAYS AN ORPHAN,
      *    AND A BLANK (NULL) MGRNO STAYS BLANK.
       MAP-EMPNO.
           IF WS-MAP-IN NUMERIC
               MOVE WS-MAP-IN TO WS-MAP-NUM
               COMPUTE WS-MAP-WORK =
                   WS-MAP-NUM * WS-KEY-MULTIPLIER + WS-KEY-OFFSET
               DIVIDE WS-MAP-WORK BY 1000000
                   GIVING WS-MAP-QUOT REMAINDER WS-MAP-NUM
               MOVE WS-MAP-NUM TO WS-MAP-OUT
           ELSE
               MOVE WS-MAP-IN TO WS-MAP-OUT
               INSPECT WS-MAP-OUT
                   CONVERTING WS-PLAIN-CHARS TO WS-CIPHER-CHARS
           END-IF.

       STORE-EMPNO-MAP.
           IF WS-EMAP-COUNT < WS-EMAP-MAX
               ADD 1 TO WS-EMAP-COUNT
               MOVE WS-EMPNO     TO WS-EMAP-ORIG(WS-EMAP-COUNT)
               MOVE WS-NEW-EMPNO TO WS-EMAP-MASKED(WS-EMAP-COUNT)
           ELSE
               IF NOT WS-EMAP-FULL
                   MOVE 'Y' TO WS-EMAP-FULL-SW
                   DISPLAY 'DB2MASKX - MORE THAN ' WS-EMAP-MAX
                           ' EMP ROWS - REFERENCES NOT PROVED'
               END-IF
           END-IF.

      *    A FAKE NAME THAT HAPPENS TO BE THE EMPLOYEE'S OWN IS
      *    PASSED OVER FOR THE NEXT ONE IN THE LIST.
       MASK-NAMES.
           DIVIDE WS-MASK-SEED BY 32
               GIVING WS-SEED-QUOT REMAINDER WS-SEED-REM.
           COMPUTE WS-NAME-SUB = WS-SEED-REM + 1.
           MOVE WS-FAKE-LASTNAME(WS-NAME-SUB) TO WS-NEW-LASTNAME.
           IF WS-NEW-LASTNAME = WS-LASTNAME
               DIVIDE WS-NAME-SUB BY 32
                   GIVING WS-SEED-REM REMAINDER WS-NAME-SUB
               ADD 1 TO WS-NAME-SUB
               MOVE WS-FAKE-LASTNAME(WS-NAME-SUB) TO WS-NEW-LASTNAME
           END-IF.

           MOVE 3 TO WS-FLD-SUB.
           IF WS-NEW-LASTNAME = WS-LASTNAME
               MOVE 'S' TO WS-TALLY-RESULT
           ELSE
               MOVE 'M' TO WS-TALLY-RESULT
           END-IF.
           PERFORM TALLY-FIELD-RESULT.

           DIVIDE WS-SEED-QUOT BY 32
               GIVING WS-SEED-QUOT REMAINDER WS-SEED-REM.
           COMPUTE WS-NAME-SUB = WS-SEED-REM + 1.
           MOVE WS-FAKE-FIRSTNME(WS-NAME-SUB) TO WS-NEW-FIRSTNME.
           IF WS-NEW-FIRSTNME = WS-FIRSTNME
               DIVIDE WS-NAME-SUB BY 32
                   GIVING WS-SEED-REM REMAINDER WS-NAME-SUB
               ADD 1 TO WS-NAME-SUB
               MOVE WS-FAKE-FIRSTNME(WS-NAME-SUB) TO WS-NEW-FIRSTNME
           END-IF.

           MOVE 2 TO WS-FLD-SUB.
           IF WS-NEW-FIRSTNME = WS-FIRSTNME
               MOVE 'S' TO WS-TALLY-RESULT
           ELSE
               MOVE 'M' TO WS-TALLY-RESULT
           END-IF.
           PERFORM TALLY-FIELD-RESULT.

      *    A BLANK PHONENO STAYS BLANK AND A NON-NUMERIC ONE STAYS
      *    NON-NUMERIC, SO THE DATA-QUALITY CHECKS ON PHONENO FIND IN
      *    TEST WHAT THEY FIND IN PRODUCTION.
       MASK-PHONENO.
           MOVE 4 TO WS-FLD-SUB.

           EVALUATE TRUE
               WHEN WS-PHONENO = SPACES
                   MOVE SPACES TO WS-NEW-PHONENO
                   MOVE 'C' TO WS-TALLY-RESULT
               WHEN WS-PHONENO NUMERIC
                   COMPUTE WS-PHONE-WORK = WS-MASK-SEED * 7 + 4321
                   DIVIDE WS-PHONE-WORK BY 10000
                       GIVING WS-PHONE-WORK REMAINDER WS-PHONE-NUM
                   MOVE WS-PHONE-NUM TO WS-NEW-PHONENO
                   IF WS-NEW-PHONENO = WS-PHONENO
                       COMPUTE WS-PHONE-WORK = WS-PHONE-NUM + 1
                       DIVIDE WS-PHONE-WORK BY 10000
                           GIVING WS-PHONE-WORK
                           REMAINDER WS-PHONE-NUM
                       MOVE WS-PHONE-NUM TO WS-NEW-PHONENO
                   END-IF
                   MOVE 'M' TO WS-TALLY-RESULT
               WHEN OTHER
                   MOVE WS-PHONENO TO WS-NEW-PHONENO
                   INSPECT WS-NEW-PHONENO
                       CONVERTING WS-PLAIN-CHARS TO WS-CIPHER-CHARS
                   MOVE 'M' TO WS-TALLY-RESULT
           END-EVALUATE.

           IF WS-PHONENO NOT = SPACES
              AND WS-NEW-PHONENO = WS-PHONENO
               MOVE 'S' TO WS-TALLY-RESULT
           END-IF.

           PERFORM TALLY-FIELD-RESULT.

      *    THE BIRTH YEAR IS KEPT SO AGE BANDS AND THE HIRE-AGE CHECK
      *    STILL BEHAVE; MONTH AND DAY ARE REPLACED.
       MASK-BIRTHDATE.
           MOVE 5 TO WS-FLD-SUB.

           IF WS-BIRTHDATE = SPACES
               MOVE 'C' TO WS-TALLY-RESULT
           ELSE
               MOVE WS-BIRTHDATE TO WS-OLD-BIRTHDATE
               MOVE WS-OB-YYYY   TO WS-NB-YYYY
               DIVIDE WS-MASK-SEED BY 12
                   GIVING WS-SEED-QUOT REMAINDER WS-SEED-REM
               COMPUTE WS-NB-MM = WS-SEED-REM + 1
               DIVIDE WS-SEED-QUOT BY 28
                   GIVING WS-SEED-QUOT REMAINDER WS-SEED-REM
               COMPUTE WS-NB-DD = WS-SEED-REM + 1
               IF WS-NEW-BIRTHDATE = WS-BIRTHDATE
                   DIVIDE WS-NB-DD BY 28
                       GIVING WS-SEED-QUOT REMAINDER WS-SEED-REM
                   COMPUTE WS-NB-DD = WS-SEED-REM + 1
               END-IF
               IF WS-NEW-BIRTHDATE = WS-BIRTHDATE
                   MOVE 'S' TO WS-TALLY-RESULT
               ELSE
                   MOVE 'M' TO WS-TALLY-RESULT
               END-IF
           END-IF.

           PERFORM TALLY-FIELD-RESULT.

      *    EACH EMPLOYEE'S PAY MOVES BY THE SAME PERCENTAGE (UP TO
      *    8 EITHER WAY, NEVER ZERO). A SALARY INSIDE ITS GRADEIN
      *    BAND IS HELD INSIDE THE BAND; ONE ALREADY OUTSIDE IS MOVED
      *    FURTHER OUT, SO DB2GRDXC FINDS THE SAME EXCEPTIONS IN TEST.
      *    A ZERO AMOUNT STAYS ZERO.
       MASK-PAY.
           DIVIDE WS-MASK-SEED BY 17
               GIVING WS-SEED-QUOT REMAINDER WS-SEED-REM.
           COMPUTE WS-PAY-PCT = WS-SEED-REM - 8.
           IF WS-PAY-PCT = ZERO
               MOVE 4 TO WS-PAY-PCT
           END-IF.
           IF WS-PAY-PCT < ZERO
               COMPUTE WS-PAY-ABS-PCT = ZERO - WS-PAY-PCT
           ELSE
               MOVE WS-PAY-PCT TO WS-PAY-ABS-PCT
           END-IF.

           PERFORM MASK-SALARY.

           MOVE 7 TO WS-FLD-SUB.
           IF WS-BONUS = ZERO
               MOVE ZERO TO WS-NEW-BONUS
               MOVE 'C'  TO WS-TALLY-RESULT
           ELSE
               COMPUTE WS-NEW-BONUS ROUNDED =
                   WS-BONUS + WS-BONUS * WS-PAY-PCT / 100
               IF WS-NEW-BONUS = WS-BONUS
                   MOVE 'S' TO WS-TALLY-RESULT
               ELSE
                   MOVE 'M' TO WS-TALLY-RESULT
               END-IF
           END-IF.
           PERFORM TALLY-FIELD-RESULT.

           MOVE 8 TO WS-FLD-SUB.
           IF WS-COMM = ZERO
               MOVE ZERO TO WS-NEW-COMM
               MOVE 'C'  TO WS-TALLY-RESULT
           ELSE
               COMPUTE WS-NEW-COMM ROUNDED =
                   WS-COMM + WS-COMM * WS-PAY-PCT / 100
               IF WS-NEW-COMM = WS-COMM
                   MOVE 'S' TO WS-TALLY-RESULT
               ELSE
                   MOVE 'M' TO WS-TALLY-RESULT
               END-IF
           END-IF.
           PERFORM TALLY-FIELD-RESULT.

       MASK-SALARY.
           MOVE 6 TO WS-FLD-SUB.

           IF WS-SALARY = ZERO
               MOVE ZERO TO WS-NEW-SALARY
               MOVE 'C'  TO WS-TALLY-RESULT
           ELSE
               PERFORM LOOKUP-GRADE-ENTRY
               EVALUATE TRUE
                   WHEN NOT WS-GRD-FOUND
                       ADD 1 TO WS-NO-BAND-COUNT
                       COMPUTE WS-NEW-SALARY ROUNDED =
                           WS-SALARY + WS-SALARY * WS-PAY-PCT / 100
                   WHEN WS-SALARY > WS-GRD-MAX-SALARY(WS-GRD-IDX)
                       ADD 1 TO WS-OUT-OF-BAND-COUNT
                       COMPUTE WS-NEW-SALARY ROUNDED =
                           WS-SALARY + WS-SALARY * WS-PAY-ABS-PCT / 100
                   WHEN WS-SALARY < WS-GRD-MIN-SALARY(WS-GRD-IDX)
                       ADD 1 TO WS-OUT-OF-BAND-COUNT
                       COMPUTE WS-NEW-SALARY ROUNDED =
                           WS-SALARY - WS-SALARY * WS-PAY-ABS-PCT / 100
                   WHEN OTHER
                       COMPUTE WS-NEW-SALARY ROUNDED =
                           WS-SALARY + WS-SALARY * WS-PAY-PCT / 100
                       PERFORM HOLD-SALARY-IN-BAND
                       IF WS-NEW-SALARY = WS-SALARY
                           COMPUTE WS-NEW-SALARY ROUNDED =
                               WS-SALARY - WS-SALARY * WS-PAY-PCT / 100
                           PERFORM HOLD-SALARY-IN-BAND
                       END-IF
               END-EVALUATE
               IF WS-NEW-SALARY = WS-SALARY
                   MOVE 'S' TO WS-TALLY-RESULT
               ELSE
                   MOVE 'M' TO WS-TALLY-RESULT
               END-IF
           END-IF.

           PERFORM TALLY-FIELD-RESULT.

       HOLD-SALARY-IN-BAND.
           IF WS-NEW-SALARY > WS-GRD-MAX-SALARY(WS-GRD-IDX)
               MOVE WS-GRD-MAX-SALARY(WS-GRD-IDX) TO WS-NEW-SALARY
           END-IF.
           IF WS-NEW-SALARY < WS-GRD-MIN-SALARY(WS-GRD-IDX)
               MOVE WS-GRD-MIN-SALARY(WS-GRD-IDX) TO WS-NEW-SALARY
           END-IF.

       LOOKUP-GRADE-ENTRY.
           SET WS-GRD-FOUND-SW TO 'N'.
           SET WS-GRD-IDX TO 1.

           PERFORM TEST-GRADE-ENTRY
               VARYING WS-GRD-IDX FROM 1 BY 1
                 UNTIL WS-GRD-IDX > WS-GRD-COUNT
                    OR WS-GRD-FOUND.

           IF WS-GRD-FOUND
               SET WS-GRD-IDX DOWN BY 1
           END-IF.

       TEST-GRADE-ENTRY.
           IF WS-JOB = WS-GRD-JOB(WS-GRD-IDX)
               SET WS-GRD-FOUND TO TRUE
           END-IF.

       TALLY-FIELD-RESULT.
           EVALUATE TRUE
               WHEN WS-TALLY-MASKED
                   ADD 1 TO WS-FLD-MASKED(WS-FLD-SUB)
               WHEN WS-TALLY-CARRIED
                   ADD 1 TO WS-FLD-CARRIED(WS-FLD-SUB)
               WHEN OTHER
                   ADD 1 TO WS-FLD-SURVIVED(WS-FLD-SUB)
           END-EVALUATE.

       UNLOAD-DEPT.
           MOVE 'C2' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C2 END-EXEC.

           PERFORM FETCH-DEPT-ROW UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C2 END-EXEC.

       FETCH-DEPT-ROW.
           EXEC SQL
               FETCH C2
                INTO :WS-DEPTNO,
                     :WS-DEPTNAME,
                     :WS-MGRNO,
                     :WS-ADMRDEPT,
                     :WS-LOCATION
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-MGRNO TO WS-REF-ORIG
               MOVE 1        TO WS-REF-SUB
               MOVE 9        TO WS-FLD-SUB
               PERFORM MASK-EMPNO-REFERENCE

               MOVE SPACES            TO MSK-DEPT-RECORD
               MOVE WS-DEPTNO         TO MSK-DEPT-DEPTNO
               MOVE WS-DEPTNAME       TO MSK-DEPT-DEPTNAME
               MOVE WS-REF-MASKED     TO MSK-DEPT-MGRNO
               MOVE WS-ADMRDEPT       TO MSK-DEPT-ADMRDEPT
               MOVE WS-LOCATION       TO MSK-DEPT-LOCATION
               WRITE DEPT-OUT-RECORD FROM MSK-DEPT-RECORD
               ADD 1 TO WS-TBL-WRITTEN(2)
           END-IF.

       UNLOAD-PROJ.
           MOVE 'C3' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C3 END-EXEC.

           PERFORM FETCH-PROJ-ROW UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C3 END-EXEC.

       FETCH-PROJ-ROW.
           EXEC SQL
               FETCH C3
                INTO :WS-PROJNO,
                     :WS-PROJNAME,
                     :WS-DEPTNO,
                     :WS-RESPEMP,
                     :WS-PRSTAFF,
                     :WS-PRSTDATE,
                     :WS-PRENDATE,
                     :WS-MAJPROJ
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-RESPEMP TO WS-REF-ORIG
               MOVE 2          TO WS-REF-SUB
               MOVE 10         TO WS-FLD-SUB
               PERFORM MASK-EMPNO-REFERENCE

               MOVE SPACES            TO MSK-PROJ-RECORD
               MOVE WS-PROJNO         TO MSK-PROJ-PROJNO
               MOVE WS-PROJNAME       TO MSK-PROJ-PROJNAME
               MOVE WS-DEPTNO         TO MSK-PROJ-DEPTNO
               MOVE WS-REF-MASKED     TO MSK-PROJ-RESPEMP
               MOVE WS-PRSTAFF        TO MSK-PROJ-PRSTAFF
               MOVE WS-PRSTDATE       TO MSK-PROJ-PRSTDATE
               MOVE WS-PRENDATE       TO MSK-PROJ-PRENDATE
               MOVE WS-MAJPROJ        TO MSK-PROJ-MAJPROJ
               WRITE PROJ-OUT-RECORD FROM MSK-PROJ-RECORD
               ADD 1 TO WS-TBL-WRITTEN(3)
           END-IF.

       UNLOAD-EMPPROJACT.
           MOVE 'C4' TO WS-CURRENT-CURSOR.

           EXEC SQL OPEN C4 END-EXEC.

           PERFORM FETCH-EPA-ROW UNTIL SQLCODE NOT = 0.

           PERFORM CHECK-CURSOR-STATUS.

           EXEC SQL CLOSE C4 END-EXEC.

       FETCH-EPA-ROW.
           EXEC SQL
               FETCH C4
                INTO :WS-EMPNO,
                     :WS-PROJNO,
                     :WS-ACTNO,
                     :WS-EMPTIME,
                     :WS-EMSTDATE,
                     :WS-EMENDATE
           END-EXEC.

           IF SQLCODE = 0
               MOVE WS-EMPNO TO WS-REF-ORIG
               MOVE 3        TO WS-REF-SUB
               MOVE 11       TO WS-FLD-SUB
               PERFORM MASK-EMPNO-REFERENCE

               MOVE SPACES            TO MSK-EPA-RECORD
               MOVE WS-REF-MASKED     TO MSK-EPA-EMPNO
               MOVE WS-PROJNO         TO MSK-EPA-PROJNO
               MOVE WS-ACTNO          TO MSK-EPA-ACTNO
               MOVE WS-EMPTIME        TO MSK-EPA-EMPTIME
               MOVE WS-EMSTDATE       TO MSK-EPA-EMSTDATE
               MOVE WS-EMENDATE       TO MSK-EPA-EMENDATE
               WRITE EPA-OUT-RECORD FROM MSK-EPA-RECORD
               ADD 1 TO WS-TBL-WRITTEN(4)
           END-IF.

      *    A REFERENCE IS MASKED THROUGH THE SAME MAPPING AS EMPNO.
      *    WHERE THE ORIGINAL VALUE NAMES AN EMP ROW, THE MASKED
      *    VALUE MUST NAME THAT ROW'S MASKED EMPNO - THE TWO MATCH
      *    COUNTS ON THE CONTROL REPORT PROVE IT.
       MASK-EMPNO-REFERENCE.
           IF WS-REF-ORIG = SPACES
               MOVE SPACES TO WS-REF-MASKED
               MOVE 'C'    TO WS-TALLY-RESULT
           ELSE
               MOVE WS-REF-ORIG TO WS-MAP-IN
               PERFORM MAP-EMPNO
               MOVE WS-MAP-OUT  TO WS-REF-MASKED
               IF WS-REF-MASKED = WS-REF-ORIG
                   MOVE 'S' TO WS-TALLY-RESULT
               ELSE
                   MOVE 'M' TO WS-TALLY-RESULT
               END-IF

               ADD 1 TO WS-REF-ROWS(WS-REF-SUB)
               MOVE WS-REF-ORIG TO WS-LOOKUP-EMPNO
               PERFORM LOOKUP-EMPNO-MAP
               IF WS-EMAP-FOUND
                   ADD 1 TO WS-REF-SOURCE-MATCH(WS-REF-SUB)
                   IF WS-EMAP-MASKED(WS-EMAP-MID) = WS-REF-MASKED
                       ADD 1 TO WS-REF-MASKED-MATCH(WS-REF-SUB)
                   END-IF
               END-IF
           END-IF.

           PERFORM TALLY-FIELD-RESULT.

      *    BINARY SEARCH OF THE EMPNO MAP, WHICH THE EMP CURSOR
      *    LOADED IN ASCENDING EMPNO ORDER.
       LOOKUP-EMPNO-MAP.
           MOVE 'N'           TO WS-EMAP-FOUND-SW.
           MOVE 1             TO WS-EMAP-LOW.
           MOVE WS-EMAP-COUNT TO WS-EMAP-HIGH.

           PERFORM PROBE-EMPNO-MAP
               UNTIL WS-EMAP-FOUND
                  OR WS-EMAP-LOW > WS-EMAP-HIGH.

       PROBE-EMPNO-MAP.
           COMPUTE WS-EMAP-MID = (WS-EMAP-LOW + WS-EMAP-HIGH) / 2.

           EVALUATE TRUE
               WHEN WS-EMAP-ORIG(WS-EMAP-MID) = WS-LOOKUP-EMPNO
                   MOVE 'Y' TO WS-EMAP-FOUND-SW
               WHEN WS-EMAP-ORIG(WS-EMAP-MID) < WS-LOOKUP-EMPNO
                   COMPUTE WS-EMAP-LOW = WS-EMAP-MID + 1
               WHEN OTHER
                   COMPUTE WS-EMAP-HIGH = WS-EMAP-MID - 1
           END-EVALUATE.

      *    THE EXTRACT IS FIT FOR THE TEST REGION ONLY WHEN EVERY
      *    TABLE'S ROW COUNT MATCHES, NO PERSONAL VALUE SURVIVED
      *    MASKING, AND EVERY EMPNO REFERENCE JOINS AFTER MASKING
      *    EXACTLY AS IT DID BEFORE. OTHERWISE THE STEP ENDS RC=8
      *    AND THE FILES MUST NOT BE LOADED.
       PRINT-CONTROL-REPORT.
           PERFORM PRINT-PAGE-HEADERS.

           MOVE SPACES TO WS-SECTION-LAYOUT.
           MOVE 'ROW COUNTS' TO WS-SC-TITLE.
           WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT.
           WRITE RPT-DETAIL-LINE FROM WS-ROWS-HEADING-LAYOUT.
           PERFORM PRINT-TABLE-LINE
               VARYING WS-TBL-SUB FROM 1 BY 1
                 UNTIL WS-TBL-SUB > 4.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES TO WS-SECTION-LAYOUT.
           MOVE 'MASKED FIELDS' TO WS-SC-TITLE.
           WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT.
           WRITE RPT-DETAIL-LINE FROM WS-FIELDS-HEADING-LAYOUT.
           PERFORM PRINT-FIELD-LINE
               VARYING WS-FLD-SUB FROM 1 BY 1
                 UNTIL WS-FLD-SUB > 11.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES TO WS-SECTION-LAYOUT.
           MOVE 'EMPNO REFERENCES' TO WS-SC-TITLE.
           WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT.
           WRITE RPT-DETAIL-LINE FROM WS-REFS-HEADING-LAYOUT.
           PERFORM PRINT-REFERENCE-LINE
               VARYING WS-REF-SUB FROM 1 BY 1
                 UNTIL WS-REF-SUB > 3.

           IF WS-EMAP-FULL
               MOVE 'N' TO WS-VERIFY-SW
           END-IF.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES TO WS-NOTE-LAYOUT.
           MOVE 'SALARIES OUTSIDE THEIR GRADE BAND (KEPT OUTSIDE)'
               TO WS-NT-LABEL.
           MOVE WS-OUT-OF-BAND-COUNT TO WS-NT-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-NOTE-LAYOUT.
           MOVE 'SALARIES WITH NO GRADEIN ROW FOR THE JOB'
               TO WS-NT-LABEL.
           MOVE WS-NO-BAND-COUNT TO WS-NT-COUNT.
           WRITE RPT-DETAIL-LINE FROM WS-NOTE-LAYOUT.

           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE SPACES TO WS-SECTION-LAYOUT.
           IF WS-EXTRACT-VERIFIED
               MOVE 'MASKED EXTRACT VERIFIED - FIT FOR THE TEST REGION'
                   TO WS-SC-TITLE
           ELSE
               MOVE 'MASKED EXTRACT FAILED VERIFICATION - DO NOT LOAD'
                   TO WS-SC-TITLE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           WRITE RPT-DETAIL-LINE FROM WS-SECTION-LAYOUT.
           DISPLAY 'DB2MASKX - ' WS-SC-TITLE.

       PRINT-TABLE-LINE.
           MOVE SPACES                     TO WS-TWO-COUNT-LAYOUT.
           MOVE WS-TBL-LABEL(WS-TBL-SUB)   TO WS-C2-LABEL.
           MOVE WS-TBL-SOURCE(WS-TBL-SUB)  TO WS-C2-COUNT-1.
           MOVE WS-TBL-WRITTEN(WS-TBL-SUB) TO WS-C2-COUNT-2.
           IF WS-TBL-SOURCE(WS-TBL-SUB) = WS-TBL-WRITTEN(WS-TBL-SUB)
               MOVE 'OK'       TO WS-C2-STATUS
           ELSE
               MOVE 'MISMATCH' TO WS-C2-STATUS
               MOVE 'N'        TO WS-VERIFY-SW
           END-IF.
           WRITE RPT-DETAIL-LINE FROM WS-TWO-COUNT-LAYOUT.

       PRINT-FIELD-LINE.
           MOVE SPACES                      TO WS-THREE-COUNT-LAYOUT.
           MOVE WS-FLD-LABEL(WS-FLD-SUB)    TO WS-C3-LABEL.
           MOVE WS-FLD-MASKED(WS-FLD-SUB)   TO WS-C3-COUNT-1.
           MOVE WS-FLD-CARRIED(WS-FLD-SUB)  TO WS-C3-COUNT-2.
           MOVE WS-FLD-SURVIVED(WS-FLD-SUB) TO WS-C3-COUNT-3.
           IF WS-FLD-SURVIVED(WS-FLD-SUB) = ZERO
               MOVE 'OK'               TO WS-C3-STATUS
           ELSE
               MOVE 'UNMASKED VALUES'  TO WS-C3-STATUS
               MOVE 'N'                TO WS-VERIFY-SW
           END-IF.
           WRITE RPT-DETAIL-LINE FROM WS-THREE-COUNT-LAYOUT.

       PRINT-REFERENCE-LINE.
           MOVE SPACES                      TO WS-THREE-COUNT-LAYOUT.
           COMPUTE WS-FLD-SUB = WS-REF-SUB + 8.
           MOVE WS-FLD-LABEL(WS-FLD-SUB)    TO WS-C3-LABEL.
           MOVE WS-REF-ROWS(WS-REF-SUB)     TO WS-C3-COUNT-1.
           MOVE WS-REF-SOURCE-MATCH(WS-REF-SUB)
                                            TO WS-C3-COUNT-2.
           MOVE WS-REF-MASKED-MATCH(WS-REF-SUB)
                                            TO WS-C3-COUNT-3.
           IF WS-REF-SOURCE-MATCH(WS-REF-SUB)
                  = WS-REF-MASKED-MATCH(WS-REF-SUB)
               MOVE 'OK'               TO WS-C3-STATUS
           ELSE
               MOVE 'JOINS BROKEN'     TO WS-C3-STATUS
               MOVE 'N'                TO WS-VERIFY-SW
           END-IF.
           WRITE RPT-DETAIL-LINE FROM WS-THREE-COUNT-LAYOUT.

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
           MOVE SPACES TO RPT-BLANK-LINE.
           WRITE RPT-BLANK-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       CHECK-CURSOR-STATUS.
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO EXCP-SQLCODE
               MOVE SQLSTATE       TO EXCP-SQLSTATE
               MOVE SQLERRMC(1:70) TO EXCP-SQLERRM
               PERFORM WRITE-EXCEPTION-RECORD
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-GRADE-OVERFLOW-EXCEPTION.
           MOVE ZERO              TO EXCP-SQLCODE.
           MOVE SPACES            TO EXCP-SQLSTATE.
           MOVE 'GRADE TABLE OVERFLOW - INCREASE WS-GRD-MAX'
                                   TO EXCP-SQLERRM.
           MOVE 'GRDTAB' TO WS-CURRENT-CURSOR.
           PERFORM WRITE-EXCEPTION-RECORD.
           MOVE 16 TO RETURN-CODE.

       WRITE-EXCEPTION-RECORD.
           MOVE 'DB2MASKX'        TO EXCP-PROGRAM.
           MOVE WS-CURRENT-CURSOR TO EXCP-CURSOR.
           MOVE WS-RUN-DATE       TO EXCP-RUN-DATE.
           WRITE EXCP-RECORD.

       TERMINATION.
           CLOSE RPT-FILE.
           CLOSE EXCP-FILE.
           CLOSE EMP-FILE.
           CLOSE DEPT-FILE.
           CLOSE PROJ-FILE.
           CLOSE EPA-FILE.

           DISPLAY 'DB2MASKX - EMP=' WS-TBL-WRITTEN(1)
                   ' DEPT=' WS-TBL-WRITTEN(2)
                   ' PROJ=' WS-TBL-WRITTEN(3)
                   ' EMPPROJACT=' WS-TBL-WRITTEN(4).
