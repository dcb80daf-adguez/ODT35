      *             STAGING QUEDA EN 'R' PARA QUE NI 9123-MERGE-
      *             VXT006-BMV NI 9125-CONCILIA-CUSTODIA-FEED LO
      *             CONSUMAN. 9356 DETECTA EN AUTOMATICO UN DIA SIN
      *             TRANSMISION. ARCHIVOS CATALOGADOS Y SU HASH:
      *               'BMVCAL'   ZMDT621  NO APLICA (0)
      *               'CUSTPOS'  ZMDT624  SUMA DE ZM624_PCUSTOD
      *               'PRECIOS'  ZMDT663  SUMA DE ZM663_MPRECIO
      *               'ALTACTAS' ZMDT679  NO APLICA (0)
      *               'SPEIREC'  ZMDT702  SUMA DE ZM702_MIMPORTE
      *               'EDOCTA'   ZMDT706  SUMA DE ZM706_MIMPORTE
      *               'NAVFONDO' ZMDT747  SUMA DE ZM747_MNAV
      *               'CRLSAT'   ZMDT751  NO APLICA (0)
      *               'CODPOST'  ZMDT753  NO APLICA (0)
      *
      *  EJEMPLO  : MOVE 'CUSTPOS'   TO FD-IARCHIVO
      *             MOVE FD-HDR-DATA TO FD-REG-CAMPOS...
               88 FD-FEED-CUSTPOS           VALUE 'CUSTPOS'.
               88 FD-FEED-PRECIOS           VALUE 'PRECIOS'.
               88 FD-FEED-ALTACTAS          VALUE 'ALTACTAS'.
               88 FD-FEED-SPEIREC           VALUE 'SPEIREC'.
               88 FD-FEED-EDOCTA            VALUE 'EDOCTA'.
               88 FD-FEED-NAVFONDO          VALUE 'NAVFONDO'.
               88 FD-FEED-CRLSAT            VALUE 'CRLSAT'.
               88 FD-FEED-CODPOST           VALUE 'CODPOST'.
           05 FD-FNEGOCIO                   PIC X(10).
           05 FD-NUMREGS                    PIC S9(09)      COMP-3.
           05 FD-MHASH                      PIC S9(13)V99   COMP-3.
