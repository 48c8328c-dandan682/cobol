      *****************************************************************
      * PRUEBM4 - SYMBOLIC MAP FOR MAPSET PRUEBM4 (MAP MAPA4)          *
      * Hand-maintained equivalent of the copybook the BMS translator  *
      * would generate from PRUEBM4.bms - kept in step with it by hand *
      * since this shop has no BMS assembler step wired into the build.*
      *****************************************************************
       01  PRUEBM4I.
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
           02 LIMITEL                      COMP PIC S9(4).
           02 LIMITEF                      PIC X.
           02 FILLER REDEFINES LIMITEF.
              03 LIMITEA                    PIC X.
           02 LIMITEI                      PIC X(13).
           02 SALDOL                       COMP PIC S9(4).
           02 SALDOF                       PIC X.
           02 FILLER REDEFINES SALDOF.
              03 SALDOA                     PIC X.
           02 SALDOI                       PIC X(13).
           02 RETENL                       COMP PIC S9(4).
           02 RETENF                       PIC X.
           02 FILLER REDEFINES RETENF.
              03 RETENA                     PIC X.
           02 RETENI                       PIC X(2).
           02 NFACTL                       COMP PIC S9(4).
           02 NFACTF                       PIC X.
           02 FILLER REDEFINES NFACTF.
              03 NFACTA                     PIC X.
           02 NFACTI                       PIC X(4).
           02 TOTPNDL                      COMP PIC S9(4).
           02 TOTPNDF                      PIC X.
           02 FILLER REDEFINES TOTPNDF.
              03 TOTPNDA                    PIC X.
           02 TOTPNDI                      PIC X(13).
           02 PAGINAL                      COMP PIC S9(4).
           02 PAGINAF                      PIC X.
           02 FILLER REDEFINES PAGINAF.
              03 PAGINAA                    PIC X.
           02 PAGINAI                      PIC X(7).
           02 FACLIND OCCURS 10 TIMES.
              03 FACLINL                   COMP PIC S9(4).
              03 FACLINF                   PIC X.
              03 FILLER REDEFINES FACLINF.
                 04 FACLINA                 PIC X.
              03 FACLINI                   PIC X(79).
           02 PAGLIND OCCURS 4 TIMES.
              03 PAGLINL                   COMP PIC S9(4).
              03 PAGLINF                   PIC X.
              03 FILLER REDEFINES PAGLINF.
                 04 PAGLINA                 PIC X.
              03 PAGLINI                   PIC X(79).
           02 MSGLL                        COMP PIC S9(4).
           02 MSGLF                        PIC X.
           02 FILLER REDEFINES MSGLF.
              03 MSGLA                      PIC X.
           02 MSGLI                        PIC X(79).
       01  PRUEBM4O REDEFINES PRUEBM4I.
           02 FILLER                     PIC X(12).
           02 FILLER                       PIC X(3).
           02 MSG1O                        PIC X(10).
           02 FILLER                       PIC X(3).
           02 CUSTIDO                      PIC X(5).
           02 FILLER                       PIC X(3).
           02 CUSTNMO                      PIC X(30).
           02 FILLER                       PIC X(3).
           02 LIMITEO                      PIC X(13).
           02 FILLER                       PIC X(3).
           02 SALDOO                       PIC X(13).
           02 FILLER                       PIC X(3).
           02 RETENO                       PIC X(2).
           02 FILLER                       PIC X(3).
           02 NFACTO                       PIC X(4).
           02 FILLER                       PIC X(3).
           02 TOTPNDO                      PIC X(13).
           02 FILLER                       PIC X(3).
           02 PAGINAO                      PIC X(7).
           02 FACLINR OCCURS 10 TIMES.
              03 FILLER                    PIC X(3).
              03 FACLINO                   PIC X(79).
           02 PAGLINR OCCURS 4 TIMES.
              03 FILLER                    PIC X(3).
              03 PAGLINO                   PIC X(79).
           02 FILLER                       PIC X(3).
           02 MSGLO                        PIC X(79).
