      *-----------------------------------------------------------------
      *  ZMWSC308 : VARIABLES DEL BARRIDO NOCTURNO DE INTEGRIDAD
      *             REFERENCIAL ENTRE TABLAS SIN RI DECLARADA EN DB2:
      *             CATALOGO DE REGLAS PADRE/HIJO (ZMDT734) Y
      *             HALLAZGOS POR CORRIDA (ZMDT735); VEA DCLZMDT734 Y
      *             DCLZMDT735.
      *               - 9833/9834 RECORREN LAS REGLAS ACTIVAS;
      *               - 9835 CORRE UNA REGLA: BORRA LOS HALLAZGOS DE LA
      *                 MISMA FECHA Y RANGO (CORRIDA REPETIDA), GRABA
      *                 UN HALLAZGO POR HUERFANO (9836-9841) Y, SI LA
      *                 REGLA ES AUTORREPARABLE, LO REPARA (9842);
      *               - 9843/9844 SON EL RESUMEN POR REGLA DE LA
      *                 CORRIDA (HALLAZGOS Y REPARADOS).
      *             REGLAS PROGRAMADAS (IR-IREGLA):
      *               RI607606  RENGLON ZMDT607 SIN CARTA ZMDT606
      *               RI622606  NOTIFICACION ZMDT622 DE CARTA PURGADA
      *                         (LAS DE ICONCEPT 0 NO SON DE CARTA)
      *               RI666606  EJECUCION ZMDT666 SIN CARTA ZMDT606
      *               RICTA670  CUENTA CON PROMOTOR FUERA DE ZMDT670
      *               RICTA669  CUENTA CON SUCURSAL FUERA DE ZMDT669
      *               RI636EMP  CHECKPOINT ZMDT636 DE EMPRESA QUE NO
      *                         EXISTE EN VXT001 (REPARABLE: SE BORRA)
      *             UNA REGLA DEL CATALOGO SIN CODIGO PROGRAMADO SALE
      *             CON IR-REGLA-SIN-CODIGO; SAUTOREP EN UNA REGLA SIN
      *             REPARACION PROGRAMADA SE IGNORA.
      *             PARA CORRER EN PARTICIONES PARALELAS CADA UNA CARGA
      *             SU RANGO IR-IEMPRDES/IR-IEMPRHAS (EN BLANCOS =
      *             TODAS LAS EMPRESAS).
      *
      *  EJEMPLO  : MOVE WX-TFECHOY        TO IR-FCORRIDA
      *             MOVE SPACES            TO IR-IEMPRDES
      *             MOVE SPACES            TO IR-IEMPRHAS
      *             PERFORM 9833-ABRE-REGLAS-RI
      *             PERFORM 9834-LEE-REGLAS-RI
      *             (MIENTRAS IR-HAY-REGLAS:)
      *                PERFORM 9835-EJECUTA-REGLA-RI
      *                PERFORM 9834-LEE-REGLAS-RI
      *             PERFORM 9843-ABRE-RESUMEN-RI
      *             PERFORM 9844-LEE-RESUMEN-RI
      *                 UNTIL IR-FIN-DATOS
      *             (IMPRIMIR UNA LINEA POR REGLA)
      *-----------------------------------------------------------------
       01  IR-REG.
           05 IR-FCORRIDA                   PIC X(10).
           05 IR-IEMPRDES                   PIC X(03).
           05 IR-IEMPRHAS                   PIC X(03).
      *
      *    REGLA DEL CATALOGO (ZMDT734)
           05 IR-IREGLA                     PIC X(08).
               88 IR-REGLA-607-606          VALUE 'RI607606'.
               88 IR-REGLA-622-606          VALUE 'RI622606'.
               88 IR-REGLA-666-606          VALUE 'RI666606'.
               88 IR-REGLA-CTA-670          VALUE 'RICTA670'.
               88 IR-REGLA-CTA-669          VALUE 'RICTA669'.
               88 IR-REGLA-636-EMP          VALUE 'RI636EMP'.
           05 IR-DREGLA                     PIC X(60).
           05 IR-ITABHIJA                   PIC X(08).
           05 IR-ITABPADRE                  PIC X(08).
           05 IR-SAUTOREP                   PIC X(01).
               88 IR-AUTOREPARABLE          VALUE '1'.
               88 IR-SOLO-REPORTE           VALUE '0'.
           05 IR-SCODIGO                    PIC X(01).
               88 IR-REGLA-PROGRAMADA       VALUE '1'.
               88 IR-REGLA-SIN-CODIGO       VALUE '0'.
      *
      *    CONTADORES DE LA REGLA Y DE LA CORRIDA
           05 IR-NUMHALL                    PIC S9(09) COMP.
           05 IR-NUMREP                     PIC S9(09) COMP.
           05 IR-NUMREGLAS                  PIC S9(09) COMP.
           05 IR-TOTHALL                    PIC S9(09) COMP.
           05 IR-TOTREP                     PIC S9(09) COMP.
      *
           05 IR-ESTREGLA                   PIC X(01).
               88 IR-HAY-REGLAS             VALUE '1'.
               88 IR-FIN-REGLAS             VALUE '0'.
           05 IR-ESTADO                     PIC X(01).
               88 IR-HAY-DATOS              VALUE '1'.
               88 IR-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
