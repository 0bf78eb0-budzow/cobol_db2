      *----------------------------------------------------------
      *  BUSCAL - BUSINESS-DAY CALENDAR RECORD
      *  ONE RECORD PER CALENDAR DAY, ASCENDING BY DATE WITH NO
      *  GAPS. BUILT AND EXTENDED A YEAR AT A TIME BY DB2CALMN
      *  FROM THE COMPANY HOLIDAY CARDS AND READ THROUGH THE
      *  COMMON DATE ROUTINE DB2CALDT, WHICH REFUSES A FILE THAT
      *  IS OUT OF SEQUENCE OR MISSES A DAY. THE MONTH-END FLAG
      *  SITS ON THE LAST WORKING DAY OF EACH MONTH; THE QUARTER-
      *  END FLAG ON THE MONTH-END DAY OF MARCH, JUNE, SEPTEMBER,
      *  DECEMBER.
      *----------------------------------------------------------
       01  BUSCAL-RECORD.
           05  BCAL-DATE                  PIC 9(08).
           05  FILLER                     PIC X(01).
           05  BCAL-DAY-TYPE              PIC X(01).
               88  BCAL-WORKING-DAY                   VALUE 'W'.
               88  BCAL-WEEKEND                       VALUE 'E'.
               88  BCAL-HOLIDAY                       VALUE 'H'.
               88  BCAL-VALID-TYPE                    VALUE 'W'
                                                            'E'
                                                            'H'.
           05  FILLER                     PIC X(01).
           05  BCAL-MONTH-END-SW          PIC X(01).
               88  BCAL-MONTH-END                     VALUE 'Y'.
           05  BCAL-QUARTER-END-SW        PIC X(01).
               88  BCAL-QUARTER-END                   VALUE 'Y'.
           05  FILLER                     PIC X(01).
           05  BCAL-WEEKDAY               PIC X(03).
           05  FILLER                     PIC X(01).
           05  BCAL-DESCRIPTION           PIC X(30).
           05  FILLER                     PIC X(32).
