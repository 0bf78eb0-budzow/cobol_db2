               88  AUDK-ACTION-ADD                    VALUE 'A'.
               88  AUDK-ACTION-UPDATE                 VALUE 'U'.
               88  AUDK-ACTION-DELETE                 VALUE 'D'.
           05  AUDK-OVERRIDE-CODE         PIC X(06).
           05  FILLER                     PIC X(26)  VALUE SPACES.
