      *----------------------------------------------------------
      *  STATPARM - PARAMETER AREA FOR THE COMMON STEP
      *  RUN-STATISTICS ROUTINE DB2STATW. EVERY NIGHTCYC STEP
      *  PROGRAM CALLS IT TWICE:
      *
      *    B  BEGIN - FIRST THING IN THE STEP. STAMPS THE START
      *               DATE AND TIME AND ZEROES THE COUNTERS
      *    E  END   - LAST THING BEFORE STOP RUN. THE CALLER HAS
      *               SET THE STEP RETURN CODE AND BYPASS SWITCH;
      *               ONE STEPSTAT RECORD IS APPENDED TO STATOUT
      *
      *  BETWEEN THE TWO CALLS THE STEP ADDS TO THE ROWS FETCHED,
      *  ROWS WRITTEN AND COMMITS COUNTERS AS IT GOES.
      *  STATP-RETURN-CODE:
      *    00  DONE
      *    04  STATISTICS FILE NOT AVAILABLE - RECORD NOT WRITTEN
      *        (THE STEP ITSELF IS NOT AFFECTED)
      *    12  UNKNOWN FUNCTION CODE
      *----------------------------------------------------------
       01  STATP-PARM-AREA.
           05  STATP-FUNCTION             PIC X(01).
               88  STATP-BEGIN                        VALUE 'B'.
               88  STATP-END                          VALUE 'E'.
           05  STATP-PROGRAM              PIC X(08).
           05  STATP-START-DATE           PIC 9(08).
           05  STATP-START-TIME           PIC 9(06).
           05  STATP-ROWS-FETCHED         PIC S9(09) COMP.
           05  STATP-ROWS-WRITTEN         PIC S9(09) COMP.
           05  STATP-COMMITS              PIC S9(09) COMP.
           05  STATP-STEP-RC              PIC S9(04) COMP.
           05  STATP-BYPASS-SW            PIC X(01).
               88  STATP-BYPASSED                     VALUE 'Y'.
           05  STATP-RETURN-CODE          PIC 9(02).
               88  STATP-OK                           VALUE 00.
               88  STATP-NOT-WRITTEN                  VALUE 04.
               88  STATP-BAD-FUNCTION                 VALUE 12.
