      *----------------------------------------------------------
      *  CALPARM - PARAMETER AREA FOR THE COMMON BUSINESS-DAY
      *  ROUTINE DB2CALDT. THE CALLER SETS THE FUNCTION, THE DATE
      *  (YYYYMMDD) AND, FOR A SHIFT, A SIGNED BUSINESS-DAY COUNT.
      *
      *    L  LOOKUP  - DAY TYPE AND MONTH/QUARTER-END FLAGS FOR
      *                 THE DATE; DATE-OUT = DATE-IN
      *    N  NEXT    - DATE-OUT = DATE-IN IF IT IS A WORKING DAY,
      *                 OTHERWISE THE NEXT WORKING DAY AFTER IT
      *    S  SHIFT   - DATE-OUT = THE WORKING DAY THAT IS DAYS
      *                 WORKING DAYS AFTER (DAYS > 0) OR BEFORE
      *                 (DAYS < 0) DATE-IN. DATE-IN ITSELF IS
      *                 NOT COUNTED
      *
      *  THE DAY TYPE AND FLAGS RETURNED DESCRIBE DATE-OUT.
      *  CALP-RETURN-CODE:
      *    00  DONE
      *    04  DATE-IN, OR THE ANSWER, FALLS OUTSIDE THE DATES
      *        THE CALENDAR COVERS (FIRST-DATE THRU LAST-DATE)
      *    08  CALENDAR FILE MISSING, EMPTY, OVERFLOWING, OUT
      *        OF SEQUENCE OR MISSING A DAY - NO ANSWER IS POSSIBLE
      *    12  UNKNOWN FUNCTION CODE
      *----------------------------------------------------------
       01  CALP-PARM-AREA.
           05  CALP-FUNCTION              PIC X(01).
               88  CALP-LOOKUP                        VALUE 'L'.
               88  CALP-NEXT-BUSINESS-DAY             VALUE 'N'.
               88  CALP-SHIFT-BUSINESS-DAYS           VALUE 'S'.
           05  CALP-DATE-IN               PIC 9(08).
           05  CALP-DAYS                  PIC S9(05) COMP.
           05  CALP-DATE-OUT              PIC 9(08).
           05  CALP-DAY-TYPE              PIC X(01).
               88  CALP-WORKING-DAY                   VALUE 'W'.
               88  CALP-WEEKEND                       VALUE 'E'.
               88  CALP-HOLIDAY                       VALUE 'H'.
           05  CALP-MONTH-END-SW          PIC X(01).
               88  CALP-MONTH-END                     VALUE 'Y'.
           05  CALP-QUARTER-END-SW        PIC X(01).
               88  CALP-QUARTER-END                   VALUE 'Y'.
           05  CALP-FIRST-DATE            PIC 9(08).
           05  CALP-LAST-DATE             PIC 9(08).
           05  CALP-RETURN-CODE           PIC 9(02).
               88  CALP-OK                            VALUE 00.
               88  CALP-NOT-COVERED                   VALUE 04.
               88  CALP-CALENDAR-UNUSABLE             VALUE 08.
               88  CALP-BAD-FUNCTION                  VALUE 12.
