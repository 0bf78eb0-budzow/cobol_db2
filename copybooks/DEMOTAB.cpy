      *----------------------------------------------------------
      *  DEMOTAB - WORKFORCE DEMOGRAPHIC BAND TABLES
      *  LOADED FROM THE DEMOGIN PARMLIB MEMBER, MAINTAINED BY HR
      *  LIKE THE EDLVIN TABLE SO THE BANDS CAN CHANGE WITHOUT A
      *  RECOMPILE:
      *    T ROWS - TENURE BANDS, LOWER BOUND IN COMPLETED YEARS.
      *    A ROWS - AGE BANDS, LOWER BOUND IN COMPLETED YEARS.
      *    M ROWS - SERVICE ANNIVERSARY MILESTONES IN YEARS.
      *  BAND ROWS ARE KEPT ASCENDING; AN EMPLOYEE FALLS IN THE
      *  LAST BAND WHOSE LOWER BOUND THEY HAVE REACHED.
      *----------------------------------------------------------
       01  WS-TNB-COUNT                   PIC S9(04) COMP VALUE ZERO.
       01  WS-TNB-MAX                     PIC S9(04) COMP VALUE 6.
       01  WS-TENURE-BAND-TABLE.
           05  WS-TNB-ENTRY OCCURS 6 TIMES
                             INDEXED BY WS-TNB-IDX.
               10  WS-TNB-LOWER           PIC 9(03).
               10  WS-TNB-LABEL           PIC X(10).

       01  WS-AGB-COUNT                   PIC S9(04) COMP VALUE ZERO.
       01  WS-AGB-MAX                     PIC S9(04) COMP VALUE 6.
       01  WS-AGE-BAND-TABLE.
           05  WS-AGB-ENTRY OCCURS 6 TIMES
                             INDEXED BY WS-AGB-IDX.
               10  WS-AGB-LOWER           PIC 9(03).
               10  WS-AGB-LABEL           PIC X(10).

       01  WS-SVM-COUNT                   PIC S9(04) COMP VALUE ZERO.
       01  WS-SVM-MAX                     PIC S9(04) COMP VALUE 20.
       01  WS-SERVICE-MILESTONE-TABLE.
           05  WS-SVM-ENTRY OCCURS 20 TIMES
                             INDEXED BY WS-SVM-IDX.
               10  WS-SVM-YEARS           PIC 9(03).
       01  WS-SVM-FOUND-SW                PIC X(01)  VALUE 'N'.
           88  WS-SVM-FOUND                           VALUE 'Y'.
