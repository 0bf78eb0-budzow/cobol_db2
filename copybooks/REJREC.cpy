           05  REJ-AGE                    PIC 9(02).
           05  REJ-REASON                 PIC X(40).
           05  REJ-EFF-DATE               PIC X(08).
           05  REJ-OVERRIDE-CODE          PIC X(06).
