           05  CREJ-NEW-COMM              PIC X(09).
           05  CREJ-AUTH-CODE             PIC X(08).
           05  CREJ-REASON                PIC X(40).
           05  CREJ-EFF-DATE              PIC X(08).
           05  FILLER                     PIC X(31)  VALUE SPACES.
