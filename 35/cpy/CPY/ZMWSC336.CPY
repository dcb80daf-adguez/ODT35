      *-----------------------------------------------------------------
      *  ZMWSC336 : VARIABLES DE LOS TIEMPOS DE SERVICIO DE LAS CARTAS
      *             (ZMDT761, VEA DCLZMDT761) Y SU REPORTE CONTRA METAS:
      *               - 9966 GRABA LA HORA DE LLEGADA A MERCADO ('M'),
      *                 EJECUCION ('E', PRIMER FILL) Y LIQUIDACION
      *                 ('L') DE LA CARTA; LA LLAMA SOLA LA FUSION DEL
      *                 CICLO DE VIDA (9343/9344);
      *               - 9967 LEE LAS METAS EN MINUTOS DESDE LA CAPTURA
      *                 (ZMDT612 TIPO 'SLA', PARAMETROS 'MERCADO',
      *                 'EJECUCION' Y 'LIQUIDACION'; SIN PARAMETRO
      *                 30, 240 Y 4320 MINUTOS) Y DEJA EN TA-NMETA LA
      *                 DE LA ETAPA TA-SETAPA;
      *               - 9969 ARMA EL PERIODO DIARIO (TA-DIARIO) O
      *                 MENSUAL (TA-MENSUAL) DE LA FECHA TA-FECHA;
      *               - 9970/9971 DAN, POR SUCURSAL, PROMOTOR, CONCEPTO
      *                 U HORA DE CAPTURA (TA-SDIMENSION), LAS CARTAS
      *                 CAPTURADAS EN EL PERIODO QUE LLEGARON A LA
      *                 ETAPA, SU PROMEDIO, MAXIMO, PERCENTILES 50/90/95
      *                 (RANGO MAS CERCANO) Y EL PORCENTAJE EN META;
      *               - 9973/9974 LISTAN LAS CARTAS FUERA DE LA META DE
      *                 LA ETAPA: LAS QUE LLEGARON TARDE Y LAS VIGENTES
      *                 QUE AUN NO LLEGAN Y YA LA REBASARON
      *                 (TA-ABIERTA). UNA CARTA CANCELADA O FALLIDA
      *                 ANTES DE LA ETAPA NO CUENTA EN ELLA.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ms35/ZMWSC018/ZMWSC019 (PARAMETROS VIGENTES).
      *
      *  EJEMPLO  : (REPORTE MENSUAL POR SUCURSAL, ETAPA EJECUCION)
      *             MOVE FECHA-PROCESO     TO TA-FECHA
      *             SET TA-MENSUAL         TO TRUE
      *             PERFORM 9969-CALCULA-PERIODO-SERVICIO
      *             SET TA-ETAPA-EJECUCION TO TRUE
      *             PERFORM 9967-LEE-METAS-SERVICIO
      *             SET TA-POR-SUCURSAL    TO TRUE
      *             PERFORM 9970-ABRE-TIEMPOS-GRUPO
      *             PERFORM 9971-LEE-TIEMPOS-GRUPO
      *             PERFORM IMPRIME-RENGLON UNTIL TA-FIN-DATOS
      *             PERFORM 9973-ABRE-CARTAS-FUERA-META
      *             PERFORM 9974-LEE-CARTAS-FUERA-META
      *             PERFORM IMPRIME-CARTA   UNTIL TA-FIN-DATOS
      *-----------------------------------------------------------------
       01  TA-REG.
      *
      *    EVENTO DEL MERCADO A GRABAR (9966)
           05 TA-IEMPR                      PIC X(03).
           05 TA-ICUENTA                    PIC S9(07)      COMP-3.
           05 TA-ICONCEPT                   PIC S9(05)      COMP-3.
           05 TA-SESTATUS                   PIC X(01).
           05 TA-FEVENTO                    PIC X(26).
      *
      *    PERIODO, ETAPA Y AGRUPACION DEL REPORTE
           05 TA-FECHA                      PIC X(10).
           05 TA-SPERIODO                   PIC X(01).
               88 TA-DIARIO                 VALUE 'D'.
               88 TA-MENSUAL                VALUE 'M'.
           05 TA-FINICIO                    PIC X(10).
           05 TA-FFIN                       PIC X(10).
           05 TA-SETAPA                     PIC X(01).
               88 TA-ETAPA-MERCADO          VALUE 'M'.
               88 TA-ETAPA-EJECUCION        VALUE 'E'.
               88 TA-ETAPA-LIQUIDACION      VALUE 'L'.
           05 TA-SDIMENSION                 PIC X(01).
               88 TA-POR-SUCURSAL           VALUE 'S'.
               88 TA-POR-PROMOTOR           VALUE 'P'.
               88 TA-POR-CONCEPTO           VALUE 'C'.
               88 TA-POR-HORA               VALUE 'H'.
      *
      *    METAS EN MINUTOS DESDE LA CAPTURA (9967)
           05 TA-NMETAMER                   PIC S9(07)      COMP-3.
           05 TA-NMETAEJE                   PIC S9(07)      COMP-3.
           05 TA-NMETALIQ                   PIC S9(07)      COMP-3.
           05 TA-NMETA                      PIC S9(07)      COMP-3.
           05 TA-NMETALEIDA                 PIC S9(07)      COMP-3.
           05 TA-DATO-META                  PIC X(07).
           05 TA-DATO-META-R REDEFINES TA-DATO-META
                                            PIC 9(07).
      *
      *    RENGLON POR GRUPO (9970/9971). TA-ICLAVE ES LA SUCURSAL,
      *    EL PROMOTOR, EL CONCEPTO O LA HORA (00-23) CON CEROS.
           05 TA-ICLAVE                     PIC X(05).
           05 TA-NCARTAS                    PIC S9(09)      COMP.
           05 TA-NENMETA                    PIC S9(09)      COMP.
           05 TA-NSUMA                      PIC S9(15)      COMP-3.
           05 TA-NPROMEDIO                  PIC S9(07)      COMP-3.
           05 TA-NMAXIMO                    PIC S9(07)      COMP-3.
           05 TA-NP50                       PIC S9(07)      COMP-3.
           05 TA-NP90                       PIC S9(07)      COMP-3.
           05 TA-NP95                       PIC S9(07)      COMP-3.
           05 TA-PENMETA                    PIC S9(03)V99   COMP-3.
           05 TA-IRANGO50                   PIC S9(09)      COMP.
           05 TA-IRANGO90                   PIC S9(09)      COMP.
           05 TA-IRANGO95                   PIC S9(09)      COMP.
           05 TA-IX                         PIC S9(09)      COMP.
           05 TA-DET-ICLAVE                 PIC X(05).
           05 TA-DET-NMIN                   PIC S9(07)      COMP-3.
      *
      *    CARTA FUERA DE META (9973/9974)
           05 TA-ISUCCASA                   PIC X(03).
           05 TA-IPROM                      PIC S9(04)      COMP-3.
           05 TA-FREG                       PIC X(26).
           05 TA-FETAPA                     PIC X(26).
           05 TA-NMINUTOS                   PIC S9(07)      COMP-3.
           05 TA-SABIERTA                   PIC X(01).
               88 TA-ABIERTA                VALUE '1'.
               88 TA-CERRADA                VALUE '0'.
      *
           05 TA-ESTADO                     PIC X(01).
               88 TA-HAY-DATOS              VALUE '1'.
               88 TA-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
