      *-----------------------------------------------------------------
      *  ZMWSC320 : VARIABLES DE LAS ORDENES DE FONDOS DE INVERSION
      *             (VEA DCLZMDT746, DCLZMDT747, DCLZMDT748 Y
      *             DCLZMDT749). UN FONDO ES UNA EMISION DEL CATALOGO
      *             CON ZM630_TCLASE 'F' Y SUS PARAMETROS EN ZMDT746;
      *             NO SE INSTRUYE POR CARTA (9245 LO RECHAZA):
      *               - 9892 LEE LOS PARAMETROS DEL FONDO Y 9893 LOS
      *                 DA DE ALTA O LOS ACTUALIZA (MARCA LA EMISION
      *                 COMO FONDO);
      *               - 9894 CAPTURA UNA SUSCRIPCION O REDENCION EN
      *                 IMPORTE O EN TITULOS: VALIDA INVERSION MINIMA
      *                 (SUSCRIPCION) O POSICION DISPONIBLE (REDENCION,
      *                 9347 MENOS OTRAS REDENCIONES SIN VALUAR) AL
      *                 ULTIMO NAV CONOCIDO (9905), Y RESUELVE LA FECHA
      *                 DE OPERACION (HORA DE CORTE) Y LA DE
      *                 LIQUIDACION (NDIASLIQ) CON EL CALENDARIO PROPIO
      *                 DEL FONDO (9895-9897, ZMDT748);
      *               - 9898/9899/9901 SON LA VALUACION: CADA ORDEN
      *                 CAPTURADA CUYO NAV DE LA FECHA DE OPERACION YA
      *                 SE PUBLICO (ZMDT747, FEED 'NAVFONDO') QUEDA CON
      *                 TITULOS E IMPORTE DEFINITIVOS Y ENTRA AL LIBRO
      *                 INTERNO COMO MOVIMIENTO PENDIENTE;
      *               - 9902/9903/9904 LIQUIDAN EN SU FECHA LAS ORDENES
      *                 VALUADAS: EL MOVIMIENTO PASA A LIQUIDADO;
      *               - 9906 CANCELA UNA ORDEN AUN NO VALUADA.
      *             LOS TITULOS DE UN FONDO LLEVAN 2 DECIMALES; UNA
      *             SUSCRIPCION EN IMPORTE RECIBE LOS TITULOS TRUNCADOS
      *             Y EL IMPORTE SE AJUSTA A TITULOS * NAV.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC140/ZMWSC141 Y ZMWSC274/ZMWSC275 (CON SUS
      *             DEPENDENCIAS) Y ZMWSC142/ZMWSC143.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO FN-IEMPR
      *             MOVE CT-ICUENTA        TO FN-ICUENTA
      *             MOVE EMISORA           TO FN-IEMISORA
      *             MOVE SERIE             TO FN-ISERIE
      *             SET FN-SUSCRIPCION     TO TRUE
      *             SET FN-EN-IMPORTE      TO TRUE
      *             MOVE IMPORTE           TO FN-MIMPORTE
      *             MOVE 0                 TO FN-CTITULOS
      *             MOVE WX-TFECHOY        TO FN-FECHA
      *             MOVE NA-WUSUARIO       TO FN-IUSUARIO
      *             PERFORM 9894-ALTA-ORDEN-FONDO
      *             MOVE FN-DMENSAJE       TO NRP1-MSG1
      *
      *             (LOTE DIARIO, DESPUES DE CARGAR EL NAV)
      *             PERFORM 9898-ABRE-VALUA-FONDO
      *             PERFORM 9899-LEE-VALUA-FONDO
      *             PERFORM 9901-VALUA-ORDEN-FONDO
      *                 UNTIL FN-FIN-DATOS
      *             PERFORM 9902-ABRE-LIQUIDA-FONDO
      *             PERFORM 9903-LEE-LIQUIDA-FONDO
      *             PERFORM 9904-LIQUIDA-ORDEN-FONDO
      *                 UNTIL FN-FIN-DATOS
      *-----------------------------------------------------------------
       01  FN-REG.
           05 FN-FECHA                      PIC X(10).
           05 FN-IUSUARIO                   PIC X(08).
           05 FN-IPROGRAM                   PIC X(08).
      *
      *    PARAMETROS DEL FONDO
           05 FN-IEMISORA                   PIC X(07).
           05 FN-ISERIE                     PIC X(08).
           05 FN-HCORTE                     PIC S9(04)      COMP-3.
           05 FN-NDIASLIQ                   PIC S9(02)      COMP-3.
           05 FN-MMINIMO                    PIC S9(13)V99   COMP-3.
           05 FN-SFONDO                     PIC X(01).
               88 FN-ES-FONDO               VALUE '1'.
               88 FN-NO-ES-FONDO            VALUE '0'.
           05 FN-SSUSPEND                   PIC X(01).
               88 FN-SUSPENDIDO             VALUE '1'.
           05 FN-SVIGENTE                   PIC X(01).
               88 FN-VIGENTE                VALUE '1'.
      *
      *    ORDEN
           05 FN-IEMPR                      PIC X(03).
           05 FN-ICUENTA                    PIC S9(07)      COMP-3.
           05 FN-ISECORDEN                  PIC S9(09)      COMP-3.
           05 FN-TOPERA                     PIC X(01).
               88 FN-SUSCRIPCION            VALUE 'S'.
               88 FN-REDENCION              VALUE 'R'.
           05 FN-TMODO                      PIC X(01).
               88 FN-EN-IMPORTE             VALUE 'I'.
               88 FN-EN-TITULOS             VALUE 'T'.
           05 FN-MIMPORTE                   PIC S9(13)V99   COMP-3.
           05 FN-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 FN-MNAV                       PIC S9(09)V9(06) COMP-3.
           05 FN-FOPERA                     PIC X(10).
           05 FN-FLIQUIDA                   PIC X(10).
           05 FN-ISECMOV                    PIC S9(09)      COMP-3.
           05 FN-SESTADO                    PIC X(01).
               88 FN-CAPTURADA              VALUE 'C'.
               88 FN-VALUADA                VALUE 'V'.
               88 FN-LIQUIDADA              VALUE 'L'.
               88 FN-CANCELADA              VALUE 'X'.
      *
      *    CALCULO DE FECHAS CON EL CALENDARIO DEL FONDO
           05 FN-HCAPTURA                   PIC S9(04)      COMP-3.
           05 FN-FTRABAJO                   PIC X(10).
           05 FN-NDIASEM                    PIC S9(04)      COMP.
           05 FN-NINHABIL                   PIC S9(09)      COMP.
           05 FN-SHABIL                     PIC X(01).
               88 FN-DIA-HABIL              VALUE '1'.
               88 FN-DIA-INHABIL            VALUE '0'.
      *
      *    ESTIMACIONES DE CAPTURA
           05 FN-SNAV                       PIC X(01).
               88 FN-CON-NAV                VALUE '1'.
               88 FN-SIN-NAV                VALUE '0'.
           05 FN-MESTIMADO                  PIC S9(13)V99   COMP-3.
           05 FN-CESTIMADO                  PIC S9(13)V99   COMP-3.
           05 FN-CCOMPROM                   PIC S9(13)V99   COMP-3.
      *
      *    CONTADORES DE LA CORRIDA
           05 FN-NUMVAL                     PIC S9(09) COMP.
           05 FN-NUMSINNAV                  PIC S9(09) COMP.
           05 FN-NUMLIQ                     PIC S9(09) COMP.
      *
           05 FN-DMENSAJE                   PIC X(55).
           05 FN-RESULTADO                  PIC X(01).
               88 FN-ACEPTADO               VALUE '0'.
               88 FN-RECHAZADO              VALUE '1'.
           05 FN-ESTADO                     PIC X(01).
               88 FN-HAY-DATOS              VALUE '1'.
               88 FN-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
