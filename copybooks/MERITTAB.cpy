      *----------------------------------------------------------
      *  MERITTAB - MERIT INCREASE POLICY TABLES
      *  LOADED FROM THE MERITIN PARMLIB MEMBER, MAINTAINED BY
      *  PAYROLL LIKE THE EDLVIN TABLE SO THE POLICY CAN CHANGE
      *  EACH REVIEW CYCLE WITHOUT A RECOMPILE:
      *    J ROWS - BASE PERCENT INCREASE FOR ONE DSN8C10.EMP JOB.
      *    E ROWS - PERCENT ADJUSTMENT FOR EDLEVEL AT OR ABOVE THE
      *             CUTOFF (ASCENDING; THE HIGHEST CUTOFF REACHED
      *             APPLIES).
      *    P ROWS - PERCENT ADJUSTMENT BY POSITION IN THE GRADEIN
      *             MIN/MAX BAND, 0 = AT MINIMUM, 100 = AT MAXIMUM
      *             (ASCENDING UPPER BOUNDS; THE FIRST BOUND AT OR
      *             ABOVE THE EMPLOYEE'S POSITION APPLIES).
      *----------------------------------------------------------
       01  WS-MJOB-COUNT                  PIC S9(04) COMP VALUE ZERO.
       01  WS-MJOB-MAX                    PIC S9(04) COMP VALUE 50.
       01  WS-MERIT-JOB-TABLE.
           05  WS-MJOB-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-MJOB-IDX.
               10  WS-MJOB-JOB            PIC X(08).
               10  WS-MJOB-PCT            PIC S9(02)V99 COMP-3.
       01  WS-MJOB-FOUND-SW               PIC X(01)  VALUE 'N'.
           88  WS-MJOB-FOUND                          VALUE 'Y'.

       01  WS-MEDL-COUNT                  PIC S9(04) COMP VALUE ZERO.
       01  WS-MEDL-MAX                    PIC S9(04) COMP VALUE 20.
       01  WS-MERIT-EDLEVEL-TABLE.
           05  WS-MEDL-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-MEDL-IDX.
               10  WS-MEDL-LEVEL          PIC 9(02).
               10  WS-MEDL-PCT            PIC S9(02)V99 COMP-3.

       01  WS-MPOS-COUNT                  PIC S9(04) COMP VALUE ZERO.
       01  WS-MPOS-MAX                    PIC S9(04) COMP VALUE 20.
       01  WS-MERIT-POSITION-TABLE.
           05  WS-MPOS-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-MPOS-IDX.
               10  WS-MPOS-UPPER          PIC 9(03).
               10  WS-MPOS-PCT            PIC S9(02)V99 COMP-3.
       01  WS-MPOS-FOUND-SW               PIC X(01)  VALUE 'N'.
           88  WS-MPOS-FOUND                          VALUE 'Y'.
