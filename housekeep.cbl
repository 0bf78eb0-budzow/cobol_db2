           05  WS-EXCP-DAYS                PIC S9(05) COMP VALUE -1.
           05  WS-HC-DAYS                  PIC S9(05) COMP VALUE -1.
           05  WS-AUD-DAYS                 PIC S9(05) COMP VALUE -1.
           05  WS-CUTOFF-SW                PIC X(01)  VALUE 'N'.
               88  WS-CUTOFF-SET                       VALUE 'Y'.
           05  WS-CALL-SAVE-RC             PIC S9(04) COMP.

       01  WS-PURGE-FIELDS.
           05  WS-FILE-ID                  PIC X(08).
           05  WS-RETAIN-DAYS              PIC S9(05) COMP.
           05  WS-CUTOFF-DATE              PIC 9(08).
           05  WS-RECORD-DATE              PIC 9(08).
           05  WS-KEEP-COUNT               PIC S9(07) COMP.
           05  WS-ARCH-COUNT               PIC S9(07) COMP.
           05  WS-NEWEST-ARCHIVED          PIC 9(08).
           05  WS-OLDEST-KEPT              PIC 9(08).

           COPY CALPARM.

       01  WS-EXCP-DATE-X.
           05  WS-EX-MM                    PIC X(02).
               END-IF
           END-IF.

      *    RETENTION IS COUNTED IN BUSINESS DAYS ON THE BUSINESS
      *    CALENDAR - THE CUTOFF IS THE WORKING DAY THAT MANY WORKING
      *    DAYS BEFORE TODAY, AND ANYTHING DATED BEFORE IT IS
      *    ARCHIVED. IF THE CALENDAR CANNOT RESOLVE THE CUTOFF THE
      *    FILE IS LEFT ALONE RATHER THAN AGED ON A GUESS.
       SET-CUTOFF-DATE.
           MOVE 'N'            TO WS-CUTOFF-SW.
           MOVE 'S'            TO CALP-FUNCTION.
           MOVE WS-TODAY-X     TO CALP-DATE-IN.
           COMPUTE CALP-DAYS = ZERO - WS-RETAIN-DAYS.
           PERFORM CALL-BUSINESS-CALENDAR.

           IF CALP-OK
               MOVE CALP-DATE-OUT TO WS-CUTOFF-DATE
               MOVE 'Y' TO WS-CUTOFF-SW
           ELSE
               MOVE WS-FILE-ID TO WS-MSG-FILE-ID
               MOVE 'CALENDAR CANNOT RESOLVE CUTOFF - FILE UNTOUCHED'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE ZERO TO WS-KEEP-COUNT.
           MOVE ZERO TO WS-ARCH-COUNT.
           MOVE ZERO TO WS-OLDEST-ARCHIVED.
           MOVE ZERO TO WS-NEWEST-ARCHIVED.
           MOVE ZERO TO WS-OLDEST-KEPT.

      *    THE CALL RESETS THE RETURN-CODE REGISTER, SO THE STEP'S
      *    RETURN CODE SO FAR IS PUT BACK AFTERWARDS.
       CALL-BUSINESS-CALENDAR.
           MOVE RETURN-CODE TO WS-CALL-SAVE-RC.
           CALL 'DB2CALDT' USING CALP-PARM-AREA.
           MOVE WS-CALL-SAVE-RC TO RETURN-CODE.

       TRACK-ARCHIVED-DATE.
           ADD 1 TO WS-ARCH-COUNT.
               MOVE 'NO RETENTION CARD - FILE LEFT UNTOUCHED'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               PERFORM COPY-EXCP-FILE
           ELSE
               MOVE WS-EXCP-DAYS TO WS-RETAIN-DAYS
               PERFORM SET-CUTOFF-DATE
               IF WS-CUTOFF-SET
                   PERFORM PURGE-EXCP-FILE
               ELSE
                   PERFORM COPY-EXCP-FILE
               END-IF
           END-IF.

       PURGE-EXCP-FILE.
               MOVE 'LIVE FILE NOT AVAILABLE - SKIPPED'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EXCPARC-FILE
               OPEN OUTPUT EXCPNEW-FILE
               MOVE WS-EX-YYYY TO WS-RECORD-DATE(1:4)
               MOVE WS-EX-MM   TO WS-RECORD-DATE(5:2)
               MOVE WS-EX-DD   TO WS-RECORD-DATE(7:2)
               IF WS-RECORD-DATE < WS-CUTOFF-DATE
                   WRITE EARC-RECORD FROM EXCP-RECORD
                   PERFORM TRACK-ARCHIVED-DATE
               ELSE

           PERFORM READ-EXCP-RECORD.

      *    A FILE LEFT UNTOUCHED IS STILL COPIED TO EXCPNEW WHOLE,
      *    BECAUSE STEP020 LAYS EXCPNEW BACK OVER THE LIVE HISTORY
      *    WHENEVER THE STEP ENDS RC=0.
       COPY-EXCP-FILE.
           MOVE 'N'  TO WS-FILE-EOF-SW.
           MOVE ZERO TO WS-KEEP-COUNT.
           OPEN INPUT EXCPIN-FILE.

           IF WS-EXCPIN-STATUS NOT = '00'
               MOVE WS-FILE-ID TO WS-MSG-FILE-ID
               MOVE 'LIVE FILE NOT AVAILABLE - NOT COPIED FORWARD'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EXCPNEW-FILE
               PERFORM READ-EXCP-RECORD
               PERFORM COPY-ONE-EXCP UNTIL WS-FILE-EOF
               CLOSE EXCPIN-FILE
               CLOSE EXCPNEW-FILE
               DISPLAY 'DB2HSKPG - ' WS-FILE-ID
                       ' COPIED UNCHANGED=' WS-KEEP-COUNT
           END-IF.

       COPY-ONE-EXCP.
           WRITE ENEW-RECORD FROM EXCP-RECORD.
           ADD 1 TO WS-KEEP-COUNT.
           PERFORM READ-EXCP-RECORD.

       PURGE-HEADCOUNT-HISTORY.
           MOVE 'HCHIST' TO WS-FILE-ID.

               MOVE 'NO RETENTION CARD - FILE LEFT UNTOUCHED'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               PERFORM COPY-HC-FILE
           ELSE
               MOVE WS-HC-DAYS TO WS-RETAIN-DAYS
               PERFORM SET-CUTOFF-DATE
               IF WS-CUTOFF-SET
                   PERFORM PURGE-HC-FILE
               ELSE
                   PERFORM COPY-HC-FILE
               END-IF
           END-IF.

       PURGE-HC-FILE.
               MOVE 'LIVE FILE NOT AVAILABLE - SKIPPED'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT HCARC-FILE
               OPEN OUTPUT HCNEW-FILE
       PURGE-ONE-HC.
           IF HIN-RUN-DATE NUMERIC
               MOVE HIN-RUN-DATE TO WS-RECORD-DATE
               IF WS-RECORD-DATE < WS-CUTOFF-DATE
                   WRITE HCARC-RECORD FROM HCIN-RECORD
                   PERFORM TRACK-ARCHIVED-DATE
               ELSE

           PERFORM READ-HC-RECORD.

      *    HCNEW IS CATALOGED AS THE NEW GENERATION WHATEVER THE
      *    RETURN CODE, AND THE NEXT CYCLE READS IT AS THE WHOLE
      *    HISTORY - SO A FILE LEFT UNTOUCHED IS COPIED FORWARD WHOLE.
       COPY-HC-FILE.
           MOVE 'N'  TO WS-FILE-EOF-SW.
           MOVE ZERO TO WS-KEEP-COUNT.
           OPEN INPUT HCIN-FILE.

           IF WS-HCIN-STATUS NOT = '00'
               MOVE WS-FILE-ID TO WS-MSG-FILE-ID
               MOVE 'LIVE FILE NOT AVAILABLE - NOT COPIED FORWARD'
                   TO WS-MSG-TEXT
               PERFORM WRITE-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT HCNEW-FILE
               PERFORM READ-HC-RECORD
               PERFORM COPY-ONE-HC UNTIL WS-FILE-EOF
               CLOSE HCIN-FILE
               CLOSE HCNEW-FILE
               DISPLAY 'DB2HSKPG - ' WS-FILE-ID
                       ' COPIED UNCHANGED=' WS-KEEP-COUNT
           END-IF.

       COPY-ONE-HC.
           WRITE HCHIST-RECORD FROM HCIN-RECORD.
           ADD 1 TO WS-KEEP-COUNT.
           PERFORM READ-HC-RECORD.

       PURGE-AUDIT-MASTER.
           MOVE 'AUDMST' TO WS-FILE-ID.

               PERFORM WRITE-MESSAGE-LINE
           ELSE
               MOVE WS-AUD-DAYS TO WS-RETAIN-DAYS
               PERFORM SET-CUTOFF-DATE
               IF WS-CUTOFF-SET
                   PERFORM PURGE-AUDIT-FILE
               END-IF
           END-IF.

      *    THE KEYED MASTER IS TRIMMED IN PLACE - EACH RECORD PAST

       PURGE-ONE-AUDIT.
           MOVE AUDK-SORT-DATE TO WS-RECORD-DATE.

           IF WS-RECORD-DATE < WS-CUTOFF-DATE
               WRITE AARC-RECORD FROM AUDK-RECORD
               DELETE AUDMST-FILE
               PERFORM TRACK-ARCHIVED-DATE
