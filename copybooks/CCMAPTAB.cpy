      *----------------------------------------------------------
      *  CCMAPTAB - GENERAL LEDGER COST-CENTER MAPPING TABLE
      *  ONE ENTRY PER DEPARTMENT (TYPE D - THE DEPARTMENT'S
      *  SALARY CLEARING ACCOUNT) AND PER PROJECT (TYPE P - THE
      *  PROJECT'S LABOR COST ACCOUNT), EACH WITH THE COST CENTER
      *  AND GL ACCOUNT THE LABOR JOURNAL POSTS TO. MAINTAINED BY
      *  FINANCE ON THE CCMAPIN PARMLIB MEMBER AND LOADED AT
      *  PROGRAM START SO NO RECOMPILE IS NEEDED.
      *----------------------------------------------------------
       01  WS-CCMAP-COUNT                 PIC S9(04) COMP VALUE ZERO.
       01  WS-CCMAP-MAX                   PIC S9(04) COMP VALUE 500.
       01  WS-CCMAP-TABLE.
           05  WS-CCMAP-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CCMAP-IDX.
               10  WS-CCMAP-TYPE          PIC X(01).
                   88  WS-CCMAP-DEPT                  VALUE 'D'.
                   88  WS-CCMAP-PROJ                  VALUE 'P'.
               10  WS-CCMAP-KEY           PIC X(06).
               10  WS-CCMAP-COST-CENTER   PIC X(06).
               10  WS-CCMAP-ACCOUNT       PIC X(10).
       01  WS-CCMAP-FOUND-SW              PIC X(01)  VALUE 'N'.
           88  WS-CCMAP-FOUND                         VALUE 'Y'.
