      *             (ZMDT606, VEA DCLZMDT606). PR-PROMOT/PR-FDESDE/
      *             PR-FHASTA SE CAPTURAN COMO FILTRO DE BUSQUEDA; EL
      *             RESTO DEL GRUPO SE DEVUELVE POR CARTA ENCONTRADA
      *             DENTRO DEL RANGO. EL PROMOTOR ES EL DE CADA CARTA
      *             (ZM606_PROMOT) EN TODO EL REPORTE:
      *               - 9204/9205 REGRESAN UN RENGLON POR CARTA;
      *               - 9111 DEJA EN PR-RESUMEN LOS TOTALES DEL RANGO Y
      *                 9112 REGRESA UN RENGLON POR EMPRESA/CUENTA CON
      *                 ACTIVIDAD EN EL RANGO (PR-RESCTA), AMBOS LEIDOS
      *                 DEL RESUMEN DIARIO ZMDT727 (RENGLONES
      *                 REGISTRADOS, CANCELADOS, EJECUTADOS Y
      *                 LIQUIDADOS); LA SUMA DE LOS RENGLONES CUADRA
      *                 CON PR-RESUMEN;
      *               - 9104/9105 SON EL DETALLE POR CARTA CANCELADA EN
      *                 EL RANGO DE LA CUENTA ELEGIDA DE 9112
      *                 (PR-IEMPR/PR-ICUENTA).
      *
      *  EJEMPLO  : MOVE IPROMOTOR  TO PR-PROMOT
      *             MOVE FDESDE     TO PR-FDESDE
      *                   UNTIL PR-FIN-DATOS
      *             (DESPUES DE CADA 9205, USAR PR-REG SI NO ES
      *              PR-FIN-DATOS)
      *             RESUMEN: IGUAL CON 9111 Y 9112; DETALLE: CON
      *             PR-IEMPR/PR-ICUENTA DEL RENGLON ELEGIDO, PERFORM
      *             9104 Y 9105 HASTA PR-FIN-DATOS.
      *-----------------------------------------------------------------
       01  PR-REG.
           05 PR-PROMOT                     PIC S9(04)  COMP-3.
           05 PR-IUSUARIO                   PIC X(08).
           05 PR-ICODRAZ                    PIC X(04).
           05 PR-DCOMENT                    PIC X(120).
      *    TOTALES DEL RANGO DEL RESUMEN DIARIO ZMDT727, POR EL
      *    PROMOTOR DE CADA CARTA (ZM727_PROMOT).
           05 PR-RESUMEN.
              10 PR-NREG                    PIC S9(09)  COMP-3.
              10 PR-MREG                    PIC S9(15)V99 COMP-3.
              10 PR-NCAN                    PIC S9(09)  COMP-3.
              10 PR-MCAN                    PIC S9(15)V99 COMP-3.
              10 PR-NEJE                    PIC S9(09)  COMP-3.
              10 PR-MEJE                    PIC S9(15)V99 COMP-3.
              10 PR-NLIQ                    PIC S9(09)  COMP-3.
              10 PR-MLIQ                    PIC S9(15)V99 COMP-3.
      *    ACTIVIDAD DEL RANGO DE LA CUENTA DEL RENGLON (9112).
           05 PR-RESCTA.
              10 PR-NREGCTA                 PIC S9(09)  COMP-3.
              10 PR-MREGCTA                 PIC S9(15)V99 COMP-3.
              10 PR-NCANCTA                 PIC S9(09)  COMP-3.
              10 PR-MCANCTA                 PIC S9(15)V99 COMP-3.
              10 PR-NEJECTA                 PIC S9(09)  COMP-3.
              10 PR-MEJECTA                 PIC S9(15)V99 COMP-3.
              10 PR-NLIQCTA                 PIC S9(09)  COMP-3.
              10 PR-MLIQCTA                 PIC S9(15)V99 COMP-3.
           05 PR-I                          PIC S9(08)  COMP.
           05 PR-ESTADO                     PIC X(01).
               88 PR-HAY-DATOS              VALUE '1'.
