      *****************************************************************
      * PRUEBM3 - SYMBOLIC MAP FOR MAPSET PRUEBM3 (MAP MAPA3)          *
      * Hand-maintained equivalent of the copybook the BMS translator  *
      * would generate from PRUEBM3.bms - kept in step with it by hand *
      * since this shop has no BMS assembler step wired into the build.*
      *****************************************************************
       01  PRUEBM3I.
           02 FILLER                     PIC X(12).
           02 MSG1L                        COMP PIC S9(4).
           02 MSG1F                        PIC X.
           02 FILLER REDEFINES MSG1F.
              03 MSG1A                      PIC X.
           02 MSG1I                        PIC X(10).
           02 CUSTIDL                      COMP PIC S9(4).
           02 CUSTIDF                      PIC X.
           02 FILLER REDEFINES CUSTIDF.
              03 CUSTIDA                    PIC X.
           02 CUSTIDI                      PIC X(5).
           02 CUSTNML                      COMP PIC S9(4).
           02 CUSTNMF                      PIC X.
           02 FILLER REDEFINES CUSTNMF.
              03 CUSTNMA                    PIC X.
           02 CUSTNMI                      PIC X(30).
           02 PRODL                        COMP PIC S9(4).
           02 PRODF                        PIC X.
           02 FILLER REDEFINES PRODF.
              03 PRODA                      PIC X.
           02 PRODI                        PIC X(10).
           02 PSIZEL                       COMP PIC S9(4).
           02 PSIZEF                       PIC X.
           02 FILLER REDEFINES PSIZEF.
              03 PSIZEA                     PIC X.
           02 PSIZEI                       PIC X(1).
           02 QTYL                         COMP PIC S9(4).
           02 QTYF                         PIC X.
           02 FILLER REDEFINES QTYF.
              03 QTYA                       PIC X.
           02 QTYI                         PIC X(4).
           02 OVERRDL                      COMP PIC S9(4).
           02 OVERRDF                      PIC X.
           02 FILLER REDEFINES OVERRDF.
              03 OVERRDA                    PIC X.
           02 OVERRDI                      PIC X(1).
           02 ORDNUML                      COMP PIC S9(4).
           02 ORDNUMF                      PIC X.
           02 FILLER REDEFINES ORDNUMF.
              03 ORDNUMA                    PIC X.
           02 ORDNUMI                      PIC X(6).
           02 UPRICEL                      COMP PIC S9(4).
           02 UPRICEF                      PIC X.
           02 FILLER REDEFINES UPRICEF.
              03 UPRICEA                    PIC X.
           02 UPRICEI                      PIC X(8).
           02 EXTPRCL                      COMP PIC S9(4).
           02 EXTPRCF                      PIC X.
           02 FILLER REDEFINES EXTPRCF.
              03 EXTPRCA                    PIC X.
           02 EXTPRCI                      PIC X(10).
           02 TAXAMTL                      COMP PIC S9(4).
           02 TAXAMTF                      PIC X.
           02 FILLER REDEFINES TAXAMTF.
              03 TAXAMTA                    PIC X.
           02 TAXAMTI                      PIC X(8).
           02 ORDSTL                       COMP PIC S9(4).
           02 ORDSTF                       PIC X.
           02 FILLER REDEFINES ORDSTF.
              03 ORDSTA                     PIC X.
           02 ORDSTI                       PIC X(1).
           02 MSGLL                        COMP PIC S9(4).
           02 MSGLF                        PIC X.
           02 FILLER REDEFINES MSGLF.
              03 MSGLA                      PIC X.
           02 MSGLI                        PIC X(40).
       01  PRUEBM3O REDEFINES PRUEBM3I.
           02 FILLER                     PIC X(12).
           02 FILLER                       PIC X(3).
           02 MSG1O                        PIC X(10).
           02 FILLER                       PIC X(3).
           02 CUSTIDO                      PIC X(5).
           02 FILLER                       PIC X(3).
           02 CUSTNMO                      PIC X(30).
           02 FILLER                       PIC X(3).
           02 PRODO                        PIC X(10).
           02 FILLER                       PIC X(3).
           02 PSIZEO                       PIC X(1).
           02 FILLER                       PIC X(3).
           02 QTYO                         PIC X(4).
           02 FILLER                       PIC X(3).
           02 OVERRDO                      PIC X(1).
           02 FILLER                       PIC X(3).
           02 ORDNUMO                      PIC X(6).
           02 FILLER                       PIC X(3).
           02 UPRICEO                      PIC X(8).
           02 FILLER                       PIC X(3).
           02 EXTPRCO                      PIC X(10).
           02 FILLER                       PIC X(3).
           02 TAXAMTO                      PIC X(8).
           02 FILLER                       PIC X(3).
           02 ORDSTO                       PIC X(1).
           02 FILLER                       PIC X(3).
           02 MSGLO                        PIC X(40).
