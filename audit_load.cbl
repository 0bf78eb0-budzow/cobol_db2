           MOVE AUDIN-AFTER-EDLEVEL   TO AUDK-AFTER-EDLEVEL.
           MOVE AUDIN-RUN-DATE        TO AUDK-RUN-DATE.
           MOVE AUDIN-ACTION          TO AUDK-ACTION.
           MOVE AUDIN-OVERRIDE-CODE   TO AUDK-OVERRIDE-CODE.

           WRITE AUDK-RECORD
               INVALID KEY
