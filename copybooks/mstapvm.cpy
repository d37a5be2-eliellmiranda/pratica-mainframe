      ******************************************************************
      * MSTAPVM.CPY                                                   *
      * MAPA SIMBOLICO DO MAPSET BMS/MSTAPV.BMS (MAPA MAPAPV), USADO  *
      * PELA TRANSACAO MAPR (PROGRAMA MST-APV).  MANTIDO A MAO JUNTO  *
      * DO FONTE, NO FORMATO GERADO PELO BMS (TIOAPFX=YES), NOS       *
      * MOLDES DE MSTINQM.CPY E EXCORRM.CPY: QUALQUER ALTERACAO DE    *
      * CAMPO NO MAPSET DEVE SER REFLETIDA AQUI.                      *
      *                                                                *
      * 2026-10-15 RM   CRIACAO DO MAPA SIMBOLICO DE MSTAPV.          *
      ******************************************************************
       01  MAPAPVI.
           05  FILLER                      PIC X(12).
           05  DTSOLL                      PIC S9(04) COMP.
           05  DTSOLF                      PIC X(01).
           05  FILLER REDEFINES DTSOLF.
               10  DTSOLA                  PIC X(01).
           05  DTSOLI                      PIC X(08).
           05  HRSOLL                      PIC S9(04) COMP.
           05  HRSOLF                      PIC X(01).
           05  FILLER REDEFINES HRSOLF.
               10  HRSOLA                  PIC X(01).
           05  HRSOLI                      PIC X(08).
           05  ORIGL                       PIC S9(04) COMP.
           05  ORIGF                       PIC X(01).
           05  FILLER REDEFINES ORIGF.
               10  ORIGA                   PIC X(01).
           05  ORIGI                       PIC X(08).
           05  ACAOL                       PIC S9(04) COMP.
           05  ACAOF                       PIC X(01).
           05  FILLER REDEFINES ACAOF.
               10  ACAOA                   PIC X(01).
           05  ACAOI                       PIC X(01).
           05  NUM1L                       PIC S9(04) COMP.
           05  NUM1F                       PIC X(01).
           05  FILLER REDEFINES NUM1F.
               10  NUM1A                   PIC X(01).
           05  NUM1I                       PIC X(10).
           05  NUM2L                       PIC S9(04) COMP.
           05  NUM2F                       PIC X(01).
           05  FILLER REDEFINES NUM2F.
               10  NUM2A                   PIC X(01).
           05  NUM2I                       PIC X(10).
           05  TIPOL                       PIC S9(04) COMP.
           05  TIPOF                       PIC X(01).
           05  FILLER REDEFINES TIPOF.
               10  TIPOA                   PIC X(01).
           05  TIPOI                       PIC X(01).
           05  RANTL                       PIC S9(04) COMP.
           05  RANTF                       PIC X(01).
           05  FILLER REDEFINES RANTF.
               10  RANTA                   PIC X(01).
           05  RANTI                       PIC X(17).
           05  MANTL                       PIC S9(04) COMP.
           05  MANTF                       PIC X(01).
           05  FILLER REDEFINES MANTF.
               10  MANTA                   PIC X(01).
           05  MANTI                       PIC X(10).
           05  RNOVL                       PIC S9(04) COMP.
           05  RNOVF                       PIC X(01).
           05  FILLER REDEFINES RNOVF.
               10  RNOVA                   PIC X(01).
           05  RNOVI                       PIC X(17).
           05  MNOVL                       PIC S9(04) COMP.
           05  MNOVF                       PIC X(01).
           05  FILLER REDEFINES MNOVF.
               10  MNOVA                   PIC X(01).
           05  MNOVI                       PIC X(10).
           05  SOLICL                      PIC S9(04) COMP.
           05  SOLICF                      PIC X(01).
           05  FILLER REDEFINES SOLICF.
               10  SOLICA                  PIC X(01).
           05  SOLICI                      PIC X(08).
           05  MOTIVOL                     PIC S9(04) COMP.
           05  MOTIVOF                     PIC X(01).
           05  FILLER REDEFINES MOTIVOF.
               10  MOTIVOA                 PIC X(01).
           05  MOTIVOI                     PIC X(36).
           05  DECISL                      PIC S9(04) COMP.
           05  DECISF                      PIC X(01).
           05  FILLER REDEFINES DECISF.
               10  DECISA                  PIC X(01).
           05  DECISI                      PIC X(01).
           05  PENDL                       PIC S9(04) COMP.
           05  PENDF                       PIC X(01).
           05  FILLER REDEFINES PENDF.
               10  PENDA                   PIC X(01).
           05  PENDI                       PIC X(08).
           05  MSGL                        PIC S9(04) COMP.
           05  MSGF                        PIC X(01).
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC X(01).
           05  MSGI                        PIC X(40).
       01  MAPAPVO REDEFINES MAPAPVI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(03).
           05  DTSOLO                      PIC 9(08).
           05  FILLER                      PIC X(03).
           05  HRSOLO                      PIC 9(08).
           05  FILLER                      PIC X(03).
           05  ORIGO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  ACAOO                       PIC X(01).
           05  FILLER                      PIC X(03).
           05  NUM1O                       PIC -(6)9.99.
           05  FILLER                      PIC X(03).
           05  NUM2O                       PIC -(6)9.99.
           05  FILLER                      PIC X(03).
           05  TIPOO                       PIC X(01).
           05  FILLER                      PIC X(03).
           05  RANTO                       PIC -(13)9.99.
           05  FILLER                      PIC X(03).
           05  MANTO                       PIC -(6)9.99.
           05  FILLER                      PIC X(03).
           05  RNOVO                       PIC -(13)9.99.
           05  FILLER                      PIC X(03).
           05  MNOVO                       PIC -(6)9.99.
           05  FILLER                      PIC X(03).
           05  SOLICO                      PIC X(08).
           05  FILLER                      PIC X(03).
           05  MOTIVOO                     PIC X(36).
           05  FILLER                      PIC X(03).
           05  DECISO                      PIC X(01).
           05  FILLER                      PIC X(03).
           05  PENDO                       PIC ZZZZZZZ9.
           05  FILLER                      PIC X(03).
           05  MSGO                        PIC X(40).
