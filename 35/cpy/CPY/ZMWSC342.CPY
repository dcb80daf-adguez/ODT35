      *-----------------------------------------------------------------
      *  ZMWSC342 : VARIABLES DEL REGISTRO DE RESTRICCIONES DE CUENTA
      *             (ZMDT763, VEA DCLZMDT763). CADA RESTRICCION DETIENE
      *             SOLO LA OPERACION DE SU TIPO (RX-TRESTRIC) O TODAS
      *             SI ES CONGELAMIENTO TOTAL ('F'); EL CANDADO UNICO
      *             SCANDADO DE CUENTA SIGUE COMO ANTES.
      *               - 9993 SOLICITA LA RESTRICCION CON SU FUNDAMENTO
      *                 LEGAL Y VIGENCIA; 9995 SOLICITA LEVANTARLA
      *                 ANTES DE SU FIN (SIGUE APLICANDO MIENTRAS NO SE
      *                 AUTORICE);
      *               - 9994 AUTORIZA O RECHAZA LO PENDIENTE (ALTA O
      *                 LEVANTAMIENTO); EL AUTORIZADOR NO PUEDE SER EL
      *                 SOLICITANTE;
      *               - 9996 ES LA VERIFICACION DE CADA FLUJO: CON LA
      *                 OPERACION QUE SE INTENTA EN RX-TOPERA REGRESA
      *                 RX-RESTRINGIDA SI A RX-FECHA HAY UNA
      *                 RESTRICCION VIGENTE DE ESE TIPO O UN
      *                 CONGELAMIENTO, CON SU FOLIO Y FUNDAMENTO EN
      *                 RX-DMENSAJE. 'C'/'V' SON LA CARTA SEGUN LA
      *                 NATURALEZA DE SU CONCEPTO (9649), TAMBIEN EN LA
      *                 CARGA MASIVA Y EL SERVICIO DE REGISTRO, QUE LA
      *                 CALCULAN CON EL CONCEPTO QUE TOCARA AL GRABAR;
      *                 'N' ES UNA OPERACION SIN SENTIDO CONOCIDO: LA
      *                 DETIENEN COMPRAS O VENTAS; 'S' ES LA SALIDA DE
      *                 VALORES SIN TERCERO (TRASPASO DE POSICION O DE
      *                 CARTERA): SOLO LA DETIENE EL CONGELAMIENTO;
      *               - 9997/9998 LISTAN LAS RESTRICCIONES DE LA CUENTA
      *                 PARA LA CONSULTA.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC142/ZMWSC143 (FOLIO DE LA RESTRICCION).
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO RX-IEMPR
      *             MOVE SB-ICUENTA        TO RX-ICUENTA
      *             SET RX-OPER-RETIRO     TO TRUE
      *             MOVE WX-TFECHOY        TO RX-FECHA
      *             PERFORM 9996-VERIFICA-RESTRICCION
      *             IF RX-RESTRINGIDA
      *                MOVE RX-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  RX-REG.
      *
      *    RESTRICCION (LLAVE Y DATOS DE ZMDT763)
           05 RX-IEMPR                      PIC X(03).
           05 RX-ICUENTA                    PIC S9(07)      COMP-3.
           05 RX-ISECREST                   PIC S9(09)      COMP-3.
           05 RX-TRESTRIC                   PIC X(01).
               88 RX-SIN-COMPRAS            VALUE 'C'.
               88 RX-SIN-VENTAS             VALUE 'V'.
               88 RX-SIN-RETIROS            VALUE 'R'.
               88 RX-SIN-TRASPASOS          VALUE 'T'.
               88 RX-CONGELADA              VALUE 'F'.
               88 RX-TIPO-VALIDO            VALUE 'C' 'V' 'R'
                                                  'T' 'F'.
           05 RX-DREFLEGAL                  PIC X(60).
           05 RX-FINICIO                    PIC X(10).
           05 RX-FFIN                       PIC X(10).
           05 RX-IESTADO                    PIC X(01).
               88 RX-SOLICITADA             VALUE 'P'.
               88 RX-VIGENTE                VALUE 'A'.
               88 RX-RECHAZADA              VALUE 'R'.
               88 RX-LEVANTA-SOLICITADO     VALUE 'Q'.
               88 RX-LEVANTADA              VALUE 'L'.
           05 RX-IUSRSOL                    PIC X(08).
           05 RX-IUSRAUT                    PIC X(08).
           05 RX-DMOTLEV                    PIC X(60).
           05 RX-IUSUARIO                   PIC X(08).
           05 RX-IUSRPEND                   PIC X(08).
           05 RX-SDECISION                  PIC X(01).
               88 RX-AUTORIZAR              VALUE 'A'.
               88 RX-RECHAZAR               VALUE 'R'.
      *
      *    VERIFICACION DE LA OPERACION (9996)
           05 RX-TOPERA                     PIC X(01).
               88 RX-OPER-COMPRA            VALUE 'C'.
               88 RX-OPER-VENTA             VALUE 'V'.
               88 RX-OPER-CARTA             VALUE 'N'.
               88 RX-OPER-RETIRO            VALUE 'R'.
               88 RX-OPER-TERCERO           VALUE 'T'.
               88 RX-OPER-SALIDA            VALUE 'S'.
           05 RX-FECHA                      PIC X(10).
           05 RX-ISECREST-X                 PIC 9(09).
           05 RX-SRESTRIC                   PIC X(01).
               88 RX-RESTRINGIDA            VALUE '1'.
               88 RX-LIBRE                  VALUE '0'.
      *
           05 RX-NUMREG                     PIC S9(09)      COMP.
           05 RX-DMENSAJE                   PIC X(55).
           05 RX-RESULTADO                  PIC X(01).
               88 RX-ACEPTADO               VALUE '0'.
               88 RX-RECHAZADO              VALUE '1'.
           05 RX-ESTADO                     PIC X(01).
               88 RX-HAY-DATOS              VALUE '1'.
               88 RX-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
