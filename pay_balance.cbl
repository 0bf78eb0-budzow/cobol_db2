           SELECT BAL-FILE ASSIGN TO BALIN
               ORGANIZATION LINE SEQUENTIAL.

           SELECT RETRO-FILE ASSIGN TO RETROIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT CAUD-FILE ASSIGN TO CAUDIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-FILE
           05  BAL-GRAND-TOTAL            PIC 9(13)V99.
           05  FILLER                     PIC X(53).

       FD  RETRO-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY RETROPAY.

       FD  CAUD-FILE
           RECORDING MODE F
           LABEL RECORDS OMITTED.
           COPY CMPAUDIT.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-FIELDS.
       01  WS-SALR-TOTAL                   PIC S9(13)V99 COMP-3
                                            VALUE ZERO.

       01  WS-RETRO-CONTROL-FIELDS.
           05  WS-RETRO-STATUS             PIC X(02).
           05  WS-CAUD-STATUS              PIC X(02).
           05  WS-RETRO-EOF-SW             PIC X(01)  VALUE 'N'.
               88  WS-RETRO-EOF                        VALUE 'Y'.
           05  WS-CAUD-EOF-SW              PIC X(01)  VALUE 'N'.
               88  WS-CAUD-EOF                         VALUE 'Y'.
           05  WS-RETRO-HEADER-SW          PIC X(01)  VALUE 'N'.
               88  WS-RETRO-HEADER-SEEN                VALUE 'Y'.
           05  WS-RETRO-TRAILER-SW         PIC X(01)  VALUE 'N'.
               88  WS-RETRO-TRAILER-SEEN               VALUE 'Y'.
           05  WS-CAT-FOUND-SW             PIC X(01).
               88  WS-CAT-FOUND                        VALUE 'Y'.
           05  WS-HD-SORT-DATE             PIC 9(08)  VALUE ZERO.
           05  WS-HD-RUN-TIME              PIC 9(06)  VALUE ZERO.
           05  WS-YEAR-DAYS                PIC S9(09) COMP VALUE 1.
           05  WS-RETRO-DETAIL-COUNT       PIC 9(07)  VALUE ZERO.
           05  WS-RETRO-TR-COUNT           PIC 9(07)  VALUE ZERO.
           05  WS-RETRO-TR-CHANGES         PIC 9(07)  VALUE ZERO.
           05  WS-RETRO-GROUP-COUNT        PIC 9(05)  VALUE ZERO.
           05  WS-RETRO-BAD-GROUPS         PIC 9(05)  VALUE ZERO.
           05  WS-GROUP-BALANCED-SW        PIC X(01)  VALUE 'N'.
               88  WS-GROUP-BALANCED                   VALUE 'Y'.
           05  WS-UNMATCHED-COUNT          PIC 9(07)  VALUE ZERO.
           05  WS-SHORT-DAYS-COUNT         PIC 9(07)  VALUE ZERO.
           05  WS-AUDIT-OVERFLOW-SW        PIC X(01)  VALUE 'N'.
               88  WS-AUDIT-OVERFLOW                   VALUE 'Y'.
       01  WS-RETRO-DETAIL-HASH            PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-RETRO-TRAILER-HASH           PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-RETRO-AUDIT-HASH             PIC S9(13)V99 COMP-3
                                            VALUE ZERO.
       01  WS-RETRO-AMOUNT                 PIC S9(07)V99 COMP-3.

      *    THE RUN STAMPS OF THE RETRO GROUPS ALREADY PROVED IN THIS
      *    FILE - A STAMP SEEN TWICE MEANS A CMPMAINT RUN WAS QUEUED
      *    TWICE AND WOULD BE PAID TWICE.
       01  WS-STAMP-AREA.
           05  WS-STAMP-COUNT              PIC S9(04) COMP VALUE ZERO.
           05  WS-STAMP-MAX                PIC S9(04) COMP VALUE 500.
           05  WS-STAMP-SUB                PIC S9(04) COMP.
           05  WS-STAMP-FOUND-SW           PIC X(01).
               88  WS-STAMP-FOUND                      VALUE 'Y'.
           05  WS-STAMP-ENTRY OCCURS 500 TIMES.
               10  WS-STAMP-SORT-DATE      PIC 9(08).
               10  WS-STAMP-RUN-TIME       PIC 9(06).

      *    THE CMPMAINT AUDIT RECORDS OF THE RUN THAT WROTE THE
      *    RETRO FILE WHICH CARRY RETRO DAYS - THE AMOUNTS EACH
      *    RETRO DETAIL IS PROVED AGAINST.
       01  WS-CAT-AREA.
           05  WS-CAT-COUNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-CAT-MAX                  PIC S9(04) COMP VALUE 2000.
           05  WS-CAT-SUB                  PIC S9(04) COMP.
           05  WS-CAT-ENTRY OCCURS 2000 TIMES.
               10  WS-CAT-SEQ              PIC 9(07).
               10  WS-CAT-EMPNO            PIC X(06).
               10  WS-CAT-BEFORE-SALARY    PIC 9(07)V99.
               10  WS-CAT-AFTER-SALARY     PIC 9(07)V99.
               10  WS-CAT-RETRO-DAYS       PIC 9(05).
               10  WS-CAT-PAID-DAYS        PIC S9(05) COMP.

       PROCEDURE DIVISION.
       MAIN-PARA.


           PERFORM CHECK-BALANCES.

           PERFORM BALANCE-RETRO-FILE.

           PERFORM TERMINATION.

           STOP RUN.
                           WS-DETAIL-COUNT ' EMPLOYEES'
           END-EVALUATE.

      *    THE RETRO PAY FILE GOES TO PAYROLL WITH THE EXTRACT, SO
      *    IT IS PROVED HERE TOO: ITS DETAILS MUST ADD TO ITS OWN
      *    TRAILER, AND EVERY AMOUNT MUST FOLLOW FROM THE BEFORE
      *    AND AFTER SALARY ON THE CMPMAINT AUDIT RECORD OF THE
      *    SAME RUN, COVERING ALL THE RETRO DAYS THAT RECORD SHOWS.
      *    THE FILE IS EVERY CMPMAINT RUN QUEUED SINCE THE LAST
      *    PAYEXTR, ONE HEADER-TO-TRAILER GROUP PER RUN, AND THE
      *    AUDIT FILE IS THOSE SAME RUNS' AUDIT RECORDS, SO EACH
      *    GROUP IS PROVED ON ITS OWN. AN EMPTY FILE MEANS NOTHING
      *    HAS BEEN QUEUED SINCE THE LAST PAYEXTR.
       BALANCE-RETRO-FILE.
           OPEN INPUT RETRO-FILE.

           IF WS-RETRO-STATUS = '00'
               PERFORM READ-RETRO-RECORD
               IF WS-RETRO-EOF
                   DISPLAY 'DB2PAYBL - NO RETRO PAY PENDING -'
                           ' NOTHING TO BALANCE'
               ELSE
                   PERFORM PROVE-RETRO-GROUP UNTIL WS-RETRO-EOF
                   DISPLAY 'DB2PAYBL - RETRO RUNS PROVED='
                           WS-RETRO-GROUP-COUNT
                           ' OUT OF BALANCE=' WS-RETRO-BAD-GROUPS
               END-IF
               CLOSE RETRO-FILE
           ELSE
               DISPLAY 'DB2PAYBL - NO RETRO PAY FILE - NOT BALANCED'
           END-IF.

      *    A GROUP ENDS AT ITS TRAILER, OR AT THE NEXT RUN'S HEADER
      *    IF THE TRAILER IS MISSING.
       PROVE-RETRO-GROUP.
           PERFORM RESET-RETRO-GROUP.
           ADD 1 TO WS-RETRO-GROUP-COUNT.

           IF RPAY-REC-HEADER
               SET WS-RETRO-HEADER-SEEN TO TRUE
               MOVE RPAY-HD-SORT-DATE TO WS-HD-SORT-DATE
               MOVE RPAY-HD-RUN-TIME  TO WS-HD-RUN-TIME
               COMPUTE WS-YEAR-DAYS = RPAY-HD-PERIOD-DAYS
                                    * RPAY-HD-PERIODS-PER-YEAR
               PERFORM CHECK-RUN-STAMP
               PERFORM READ-RETRO-RECORD
           END-IF.

           PERFORM LOAD-AUDIT-TABLE.
           PERFORM TALLY-RETRO-RECORD
               UNTIL WS-RETRO-EOF
                  OR WS-RETRO-TRAILER-SEEN
                  OR RPAY-REC-HEADER.
           PERFORM CHECK-RETRO-DAYS
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT.
           PERFORM CHECK-RETRO-BALANCES.

       RESET-RETRO-GROUP.
           MOVE 'N'  TO WS-RETRO-HEADER-SW.
           MOVE 'N'  TO WS-RETRO-TRAILER-SW.
           MOVE 'N'  TO WS-STAMP-FOUND-SW.
           MOVE 'N'  TO WS-AUDIT-OVERFLOW-SW.
           MOVE 'N'  TO WS-CAUD-EOF-SW.
           MOVE ZERO TO WS-HD-SORT-DATE.
           MOVE ZERO TO WS-HD-RUN-TIME.
           MOVE 1    TO WS-YEAR-DAYS.
           MOVE ZERO TO WS-RETRO-DETAIL-COUNT.
           MOVE ZERO TO WS-RETRO-TR-COUNT.
           MOVE ZERO TO WS-RETRO-TR-CHANGES.
           MOVE ZERO TO WS-UNMATCHED-COUNT.
           MOVE ZERO TO WS-SHORT-DAYS-COUNT.
           MOVE ZERO TO WS-RETRO-DETAIL-HASH.
           MOVE ZERO TO WS-RETRO-TRAILER-HASH.
           MOVE ZERO TO WS-RETRO-AUDIT-HASH.
           MOVE ZERO TO WS-CAT-COUNT.

       CHECK-RUN-STAMP.
           PERFORM TEST-RUN-STAMP
               VARYING WS-STAMP-SUB FROM 1 BY 1
                 UNTIL WS-STAMP-SUB > WS-STAMP-COUNT
                    OR WS-STAMP-FOUND.

           IF NOT WS-STAMP-FOUND
              AND WS-STAMP-COUNT < WS-STAMP-MAX
               ADD 1 TO WS-STAMP-COUNT
               MOVE WS-HD-SORT-DATE
                   TO WS-STAMP-SORT-DATE(WS-STAMP-COUNT)
               MOVE WS-HD-RUN-TIME
                   TO WS-STAMP-RUN-TIME(WS-STAMP-COUNT)
           END-IF.

       TEST-RUN-STAMP.
           IF WS-HD-SORT-DATE = WS-STAMP-SORT-DATE(WS-STAMP-SUB)
              AND WS-HD-RUN-TIME = WS-STAMP-RUN-TIME(WS-STAMP-SUB)
               SET WS-STAMP-FOUND TO TRUE
           END-IF.

       READ-RETRO-RECORD.
           READ RETRO-FILE
               AT END
                   SET WS-RETRO-EOF TO TRUE
           END-READ.

       LOAD-AUDIT-TABLE.
           OPEN INPUT CAUD-FILE.

           IF WS-CAUD-STATUS = '00'
               PERFORM READ-AUDIT-RECORD
               PERFORM KEEP-AUDIT-RECORD UNTIL WS-CAUD-EOF
               CLOSE CAUD-FILE
           ELSE
               DISPLAY 'DB2PAYBL - NO CMPMAINT AUDIT FILE'
           END-IF.

       READ-AUDIT-RECORD.
           READ CAUD-FILE
               AT END
                   SET WS-CAUD-EOF TO TRUE
           END-READ.

       KEEP-AUDIT-RECORD.
           EVALUATE TRUE
               WHEN CAUD-SORT-DATE NOT = WS-HD-SORT-DATE
                 OR CAUD-RUN-TIME NOT = WS-HD-RUN-TIME
                   CONTINUE
               WHEN CAUD-RETRO-DAYS = ZERO
                   CONTINUE
               WHEN WS-CAT-COUNT = WS-CAT-MAX
                   SET WS-AUDIT-OVERFLOW TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CAT-COUNT
                   MOVE CAUD-SEQ          TO WS-CAT-SEQ(WS-CAT-COUNT)
                   MOVE CAUD-EMPNO        TO WS-CAT-EMPNO(WS-CAT-COUNT)
                   MOVE CAUD-BEFORE-SALARY
                       TO WS-CAT-BEFORE-SALARY(WS-CAT-COUNT)
                   MOVE CAUD-AFTER-SALARY
                       TO WS-CAT-AFTER-SALARY(WS-CAT-COUNT)
                   MOVE CAUD-RETRO-DAYS
                       TO WS-CAT-RETRO-DAYS(WS-CAT-COUNT)
                   MOVE ZERO TO WS-CAT-PAID-DAYS(WS-CAT-COUNT)
           END-EVALUATE.

           PERFORM READ-AUDIT-RECORD.

      *    EACH DETAIL'S AMOUNT IS WORKED OUT AGAIN FROM THE AUDIT
      *    RECORD'S SALARIES AND THE DETAIL'S DAYS, THE SAME WAY
      *    DB2CMPMN DOES, INTO THE AUDIT-SIDE HASH.
       TALLY-RETRO-RECORD.
           EVALUATE TRUE
               WHEN RPAY-REC-DETAIL
                   ADD 1 TO WS-RETRO-DETAIL-COUNT
                   ADD RPAY-DT-AMOUNT TO WS-RETRO-DETAIL-HASH
                   PERFORM MATCH-AUDIT-ENTRY
               WHEN RPAY-REC-TRAILER
                   SET WS-RETRO-TRAILER-SEEN TO TRUE
                   MOVE RPAY-TR-RECORD-COUNT TO WS-RETRO-TR-COUNT
                   MOVE RPAY-TR-CHANGE-COUNT TO WS-RETRO-TR-CHANGES
                   MOVE RPAY-TR-HASH-TOTAL   TO WS-RETRO-TRAILER-HASH
           END-EVALUATE.

           PERFORM READ-RETRO-RECORD.

       MATCH-AUDIT-ENTRY.
           MOVE 'N' TO WS-CAT-FOUND-SW.
           PERFORM TEST-AUDIT-ENTRY
               VARYING WS-CAT-SUB FROM 1 BY 1
                 UNTIL WS-CAT-SUB > WS-CAT-COUNT
                    OR WS-CAT-FOUND.

           IF WS-CAT-FOUND
               SUBTRACT 1 FROM WS-CAT-SUB
               COMPUTE WS-RETRO-AMOUNT ROUNDED =
                   (WS-CAT-AFTER-SALARY(WS-CAT-SUB)
                    - WS-CAT-BEFORE-SALARY(WS-CAT-SUB))
                   * RPAY-DT-DAYS / WS-YEAR-DAYS
               ADD WS-RETRO-AMOUNT TO WS-RETRO-AUDIT-HASH
               ADD RPAY-DT-DAYS TO WS-CAT-PAID-DAYS(WS-CAT-SUB)
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       TEST-AUDIT-ENTRY.
           IF RPAY-DT-CAUD-SEQ = WS-CAT-SEQ(WS-CAT-SUB)
              AND RPAY-DT-EMPNO = WS-CAT-EMPNO(WS-CAT-SUB)
              AND RPAY-DT-BEFORE-SALARY =
                  WS-CAT-BEFORE-SALARY(WS-CAT-SUB)
              AND RPAY-DT-AFTER-SALARY =
                  WS-CAT-AFTER-SALARY(WS-CAT-SUB)
               SET WS-CAT-FOUND TO TRUE
           END-IF.

       CHECK-RETRO-DAYS.
           IF WS-CAT-PAID-DAYS(WS-CAT-SUB) NOT =
              WS-CAT-RETRO-DAYS(WS-CAT-SUB)
               ADD 1 TO WS-SHORT-DAYS-COUNT
           END-IF.

       CHECK-RETRO-BALANCES.
           DISPLAY 'DB2PAYBL - RETRO RUN ' WS-HD-SORT-DATE
                   ' ' WS-HD-RUN-TIME.
           MOVE 'N' TO WS-GROUP-BALANCED-SW.

           EVALUATE TRUE
               WHEN NOT WS-RETRO-HEADER-SEEN
                   DISPLAY 'DB2PAYBL - NO HEADER ON RETRO PAY FILE'
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-RETRO-TRAILER-SEEN
                   DISPLAY 'DB2PAYBL - NO TRAILER ON RETRO PAY FILE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-STAMP-FOUND
                   DISPLAY 'DB2PAYBL - RETRO RUN QUEUED TWICE -'
                           ' WOULD BE PAID TWICE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AUDIT-OVERFLOW
                   DISPLAY 'DB2PAYBL - AUDIT TABLE OVERFLOW -'
                           ' INCREASE WS-CAT-MAX'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RETRO-DETAIL-COUNT NOT = WS-RETRO-TR-COUNT
                   DISPLAY 'DB2PAYBL - RETRO DETAIL COUNT '
                           WS-RETRO-DETAIL-COUNT
                           ' DISAGREES WITH TRAILER COUNT '
                           WS-RETRO-TR-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RETRO-DETAIL-HASH NOT = WS-RETRO-TRAILER-HASH
                   DISPLAY 'DB2PAYBL - RETRO DETAIL HASH DISAGREES'
                           ' WITH TRAILER HASH'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNMATCHED-COUNT > ZERO
                   DISPLAY 'DB2PAYBL - ' WS-UNMATCHED-COUNT
                           ' RETRO DETAILS MATCH NO AUDIT RECORD'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SHORT-DAYS-COUNT > ZERO
                 OR WS-CAT-COUNT NOT = WS-RETRO-TR-CHANGES
                   DISPLAY 'DB2PAYBL - RETRO DETAILS DO NOT COVER'
                           ' THE AUDIT RETRO DAYS'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RETRO-AUDIT-HASH NOT = WS-RETRO-TRAILER-HASH
                   DISPLAY 'DB2PAYBL - RETRO HASH DISAGREES WITH'
                           ' AUDIT BEFORE/AFTER SALARIES'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET WS-GROUP-BALANCED TO TRUE
                   DISPLAY 'DB2PAYBL - RETRO PAY IN BALANCE - '
                           WS-RETRO-DETAIL-COUNT ' PERIODS FOR '
                           WS-RETRO-TR-CHANGES ' CHANGES'
           END-EVALUATE.

           IF NOT WS-GROUP-BALANCED
               ADD 1 TO WS-RETRO-BAD-GROUPS
           END-IF.

       TERMINATION.
           CLOSE PAY-FILE.
           CLOSE BAL-FILE.
