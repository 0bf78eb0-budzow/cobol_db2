      *----------------------------------------------------------
      *  RETROPAY - RETROACTIVE PAY ADJUSTMENT RECORD (DB2CMPMN
      *  OUTPUT, BALANCED BY DB2PAYBL) - ONE HEADER, ONE DETAIL
      *  PER EMPLOYEE PER ALREADY-PAID PAY PERIOD COVERED BY A
      *  BACKDATED SALARY CHANGE, ONE TRAILER. THE HEADER CARRIES
      *  THE PAY-PERIOD SCHEDULE USED AND THE RUN STAMP OF THE
      *  CMPMAINT AUDIT GENERATION WRITTEN ALONGSIDE. A DETAIL'S
      *  AMOUNT IS THE ANNUAL SALARY DIFFERENCE OVER THE PERIODS
      *  IN A YEAR, PRORATED BY THE DAYS COVERED IN THE PERIOD;
      *  A DECREASE GIVES A NEGATIVE AMOUNT TO RECOVER. THE
      *  TRAILER CARRIES THE DETAIL COUNT, THE NUMBER OF AUDIT
      *  RECORDS ADJUSTED AND A HASH TOTAL OF THE AMOUNTS.
      *----------------------------------------------------------
       01  RETRO-PAY-RECORD.
           05  RPAY-REC-TYPE              PIC X(01).
               88  RPAY-REC-HEADER                    VALUE 'H'.
               88  RPAY-REC-DETAIL                    VALUE 'D'.
               88  RPAY-REC-TRAILER                   VALUE 'T'.
           05  FILLER                     PIC X(79).

       01  RPAY-HEADER-RECORD REDEFINES RETRO-PAY-RECORD.
           05  RPAY-HD-TYPE               PIC X(01).
           05  RPAY-HD-RUN-DATE           PIC X(10).
           05  RPAY-HD-SORT-DATE          PIC 9(08).
           05  RPAY-HD-RUN-TIME           PIC 9(06).
           05  RPAY-HD-BUSINESS-DATE      PIC 9(08).
           05  RPAY-HD-PERIOD-DAYS        PIC 9(02).
           05  RPAY-HD-PERIODS-PER-YEAR   PIC 9(02).
           05  RPAY-HD-ANCHOR-DATE        PIC 9(08).
           05  FILLER                     PIC X(35).

       01  RPAY-DETAIL-RECORD REDEFINES RETRO-PAY-RECORD.
           05  RPAY-DT-TYPE               PIC X(01).
           05  RPAY-DT-EMPNO              PIC X(06).
           05  RPAY-DT-CAUD-SEQ           PIC 9(07).
           05  RPAY-DT-EFF-DATE           PIC 9(08).
           05  RPAY-DT-PERIOD-START       PIC 9(08).
           05  RPAY-DT-PERIOD-END         PIC 9(08).
           05  RPAY-DT-DAYS               PIC 9(03).
           05  RPAY-DT-BEFORE-SALARY      PIC 9(07)V99.
           05  RPAY-DT-AFTER-SALARY       PIC 9(07)V99.
           05  RPAY-DT-AMOUNT             PIC S9(07)V99.
           05  FILLER                     PIC X(12).

       01  RPAY-TRAILER-RECORD REDEFINES RETRO-PAY-RECORD.
           05  RPAY-TR-TYPE               PIC X(01).
           05  RPAY-TR-RECORD-COUNT       PIC 9(07).
           05  RPAY-TR-CHANGE-COUNT       PIC 9(07).
           05  RPAY-TR-HASH-TOTAL         PIC S9(13)V99.
           05  RPAY-TR-RUN-DATE           PIC X(10).
           05  FILLER                     PIC X(40).
