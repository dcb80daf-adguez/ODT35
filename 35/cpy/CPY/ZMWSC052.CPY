      *             FILTRO DE BUSQUEDA (IC-ISERIE EN BLANCOS = TODAS
      *             LAS SERIES DE LA EMISORA); EL RESTO DEL GRUPO SE
      *             DEVUELVE POR RENGLON ENCONTRADO.
      *               - 9202/9203 REGRESAN UN RENGLON POR CARTA;
      *               - 9108/9109 LEEN EL RESUMEN DIARIO ZMDT727 Y
      *                 REGRESAN UN RENGLON POR EMPRESA/CUENTA/PROMOTOR
      *                 DE LA CARTA CON CANCELACIONES (IC-NCAN
      *                 RENGLONES CANCELADOS, IC-MIMPORTE SU IMPORTE);
      *               - 9102/9103 SON EL DETALLE POR CARTA DEL RENGLON
      *                 ELEGIDO DE 9109 (IC-IEMPR/IC-ICUENTA/IC-PROMOT).
      *
      *  EJEMPLO  : MOVE 'EMISORA' TO IC-IEMISORA
      *             MOVE SPACES    TO IC-ISERIE
      *                   UNTIL IC-FIN-DATOS
      *             (DESPUES DE CADA 9203, USAR IC-REG SI NO ES
      *              IC-FIN-DATOS)
      *             RESUMEN: IGUAL CON 9108 Y 9109; DETALLE: CON EL
      *             RENGLON ELEGIDO, PERFORM 9102 Y 9103 HASTA
      *             IC-FIN-DATOS.
      *-----------------------------------------------------------------
       01  IC-REG.
           05 IC-IEMISORA                   PIC X(07).
           05 IC-DCOMENT                    PIC X(120).
           05 IC-MIMPORTE                   PIC S9(13)V99 COMP-3.
           05 IC-CTITULOS                   PIC S9(13)V99 COMP-3.
           05 IC-NCAN                       PIC S9(09)  COMP-3.
           05 IC-I                          PIC S9(08)  COMP.
           05 IC-ESTADO                     PIC X(01).
               88 IC-HAY-DATOS              VALUE '1'.
