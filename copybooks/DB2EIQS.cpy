      *----------------------------------------------------------
      *  DB2EIQS - SYMBOLIC MAP FOR MAPSET DB2EIQS, MAP EINQMAP
      *  (SOURCE BMS/DB2EIQS), USED BY THE ONLINE EMPLOYEE
      *  INQUIRY DB2EMPIQ. FIELD ORDER AND LENGTHS MUST MATCH THE
      *  MAP - REGENERATE FROM THE BMS SOURCE WHEN IT CHANGES.
      *----------------------------------------------------------
       01  EINQMAPI.
           02  FILLER                      PIC X(12).
           02  SCRNL                       PIC S9(04) COMP.
           02  SCRNF                       PIC X(01).
           02  FILLER REDEFINES SCRNF.
               03  SCRNA                   PIC X(01).
           02  SCRNI                       PIC X(24).
           02  CURDTL                      PIC S9(04) COMP.
           02  CURDTF                      PIC X(01).
           02  FILLER REDEFINES CURDTF.
               03  CURDTA                  PIC X(01).
           02  CURDTI                      PIC X(10).
           02  EMPNOL                      PIC S9(04) COMP.
           02  EMPNOF                      PIC X(01).
           02  FILLER REDEFINES EMPNOF.
               03  EMPNOA                  PIC X(01).
           02  EMPNOI                      PIC X(06).
           02  ACCSL                       PIC S9(04) COMP.
           02  ACCSF                       PIC X(01).
           02  FILLER REDEFINES ACCSF.
               03  ACCSA                   PIC X(01).
           02  ACCSI                       PIC X(40).
           02  EINQ-LINE-IN OCCURS 16 TIMES.
               03  LINEL                   PIC S9(04) COMP.
               03  LINEF                   PIC X(01).
               03  LINEI                   PIC X(79).
           02  MSGL                        PIC S9(04) COMP.
           02  MSGF                        PIC X(01).
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X(01).
           02  MSGI                        PIC X(79).
       01  EINQMAPO REDEFINES EINQMAPI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(03).
           02  SCRNO                       PIC X(24).
           02  FILLER                      PIC X(03).
           02  CURDTO                      PIC X(10).
           02  FILLER                      PIC X(03).
           02  EMPNOO                      PIC X(06).
           02  FILLER                      PIC X(03).
           02  ACCSO                       PIC X(40).
           02  EINQ-LINE-OUT OCCURS 16 TIMES.
               03  FILLER                  PIC X(02).
               03  LINEA                   PIC X(01).
               03  LINEO                   PIC X(79).
           02  FILLER                      PIC X(03).
           02  MSGO                        PIC X(79).
