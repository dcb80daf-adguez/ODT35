      *-----------------------------------------------------------------
      *  ZMWSC352 : VARIABLES DE LA BOLETA DE OPERACION DE DIVISAS
      *             LIGADA A UNA CARTA (ZMDT772, VEA DCLZMDT772).
      *               - 9047 REGISTRA LA BOLETA: VALIDA LA CARTA, LAS
      *                 DOS CUENTAS (LA DE LA CARTA Y SU CONTRAPARTE
      *                 FX-ICUENTA2, CADA UNA EN UNA MONEDA DEL PAR Y
      *                 AMBAS DEL MISMO TITULAR: EL RFC DE LA CUENTA DE
      *                 LA CARTA ES TITULAR O COTITULAR DE LA OTRA),
      *                 EL TIPO PACTADO Y LOS FONDOS DE LA PATA QUE SE
      *                 CARGA; CALCULA EL IMPORTE COTIZADO, EL CRUCE
      *                 DE REFERENCIA DE ZMDT647 Y EL MARGEN (9049), LA
      *                 FECHA VALOR DEL CALENDARIO DEL MERCADO
      *                 EXTRANJERO (9255, ZMDT632) AL PLAZO FX-TPLAZO,
      *                 Y ASIENTA AMBAS PATAS EN EL LIBRO DE EFECTIVO
      *                 (9050 CON 9643, TORIGEN 'X');
      *               - 9051 LEE UNA BOLETA;
      *               - 9052/9053 SON LA POSICION DIARIA POR MONEDA DE
      *                 LA EMPRESA (LO QUE LOS CLIENTES COMPRARON Y
      *                 VENDIERON Y LA POSICION NETA DE LA CASA) Y
      *                 9054/9055 EL INGRESO POR MARGEN DEL DIA POR
      *                 PAR, EN LA MONEDA DE REPORTE.
      *             LA MONEDA DE UNA CUENTA ES CUENTA.ICVEMDA O, NULA,
      *             LA DE LA EMPRESA (EMPRESA.ICVEMDA, Y SI NO ESTA
      *             CLASIFICADA LA DE REPORTE TX-ICVEMDA-REP).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC266/ZMWSC267 (LIBRO DE EFECTIVO), ZMWSC152/
      *             ZMWSC153 (TIPOS DE CAMBIO), ZMWSC088/ZMWSC089
      *             (CALENDARIO POR MERCADO), ZMWSC242/ZMWSC243
      *             (TITULARES, 9569) Y ZMWSC142/ZMWSC143.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO FX-IEMPR
      *             MOVE ICUENTA           TO FX-ICUENTA
      *             MOVE ICONCEPT          TO FX-ICONCEPT
      *             MOVE CUENTA-DOLARES    TO FX-ICUENTA2
      *             MOVE 'C'               TO FX-TSENTIDO
      *             MOVE 'USD'             TO FX-IMDABASE
      *             MOVE 'MXN'             TO FX-IMDACOT
      *             MOVE 10000.00          TO FX-MBASE
      *             MOVE 18.250000         TO FX-TCPACTADO
      *             MOVE '48'              TO FX-TPLAZO
      *             MOVE WC-TFECHOY        TO FX-FOPERA
      *             MOVE NA-WUSUARIO       TO FX-IUSUARIO
      *             MOVE W000-PROG         TO FX-IPROGRAM
      *             PERFORM 9047-REGISTRA-OPERACION-DIVISAS
      *             IF FX-RECHAZADO
      *                MOVE FX-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  FX-REG.
      *
      *    BOLETA (ZMDT772)
           05 FX-IDIVISA                    PIC S9(09)      COMP-3.
           05 FX-IDIVISA-ED                 PIC 9(09).
           05 FX-IEMPR                      PIC X(03).
           05 FX-ICUENTA                    PIC S9(07)      COMP-3.
           05 FX-ICONCEPT                   PIC S9(05)      COMP-3.
           05 FX-ICUENTA2                   PIC S9(07)      COMP-3.
           05 FX-TSENTIDO                   PIC X(01).
               88 FX-CLIENTE-COMPRA         VALUE 'C'.
               88 FX-CLIENTE-VENDE          VALUE 'V'.
           05 FX-IMDABASE                   PIC X(03).
           05 FX-IMDACOT                    PIC X(03).
           05 FX-MBASE                      PIC S9(13)V99   COMP-3.
           05 FX-MCOTIZ                     PIC S9(13)V99   COMP-3.
           05 FX-TCPACTADO                  PIC S9(05)V9(06) COMP-3.
           05 FX-TCREF                      PIC S9(05)V9(06) COMP-3.
           05 FX-MSPREAD                    PIC S9(13)V99   COMP-3.
           05 FX-MSPREADMN                  PIC S9(13)V99   COMP-3.
           05 FX-TPLAZO                     PIC X(02).
               88 FX-PLAZO-HOY              VALUE 'HY'.
               88 FX-PLAZO-VN               VALUE 'VN'.
               88 FX-PLAZO-48               VALUE '48'.
               88 FX-PLAZO-72               VALUE '72'.
               88 FX-PLAZO-96               VALUE '96'.
           05 FX-IPAISMDO                   PIC X(03).
           05 FX-FOPERA                     PIC X(10).
           05 FX-FVALOR                     PIC X(10).
           05 FX-IESTADO                    PIC X(01).
               88 FX-ASENTADA               VALUE 'A'.
           05 FX-ISECMOV1                   PIC S9(09)      COMP-3.
           05 FX-ISECMOV2                   PIC S9(09)      COMP-3.
           05 FX-IUSUARIO                   PIC X(08).
           05 FX-IPROGRAM                   PIC X(08).
      *
      *    TRABAJO DEL REGISTRO: MONEDA DE CADA CUENTA, DE LA EMPRESA
      *    Y TIPOS DE REFERENCIA DE CADA MONEDA DEL PAR A LA DE REPORTE
           05 FX-IMDACTA1                   PIC X(03).
           05 FX-IMDACTA2                   PIC X(03).
           05 FX-IRFC1                      PIC X(13).
           05 FX-IMDAEMPR                   PIC X(03).
           05 FX-TCBASE                     PIC S9(05)V9(06) COMP-3.
           05 FX-TCCOT                      PIC S9(05)V9(06) COMP-3.
           05 FX-NCONTEO                    PIC S9(09)      COMP-3.
      *
      *    PATAS DE LA OPERACION: LA CUENTA QUE PAGA Y LA QUE RECIBE
           05 FX-ICTACARGO                  PIC S9(07)      COMP-3.
           05 FX-MCARGO                     PIC S9(13)V99   COMP-3.
           05 FX-ICTAABONO                  PIC S9(07)      COMP-3.
           05 FX-MABONO                     PIC S9(13)V99   COMP-3.
      *
      *    POSICION (9052/9053) Y MARGEN (9054/9055) DEL DIA
           05 FX-ICVEMDA                    PIC X(03).
           05 FX-NOPERA                     PIC S9(09)      COMP-3.
           05 FX-MCOMPRA                    PIC S9(13)V99   COMP-3.
           05 FX-MVENTA                     PIC S9(13)V99   COMP-3.
           05 FX-MPOSICION                  PIC S9(13)V99   COMP-3.
      *
           05 FX-DMENSAJE                   PIC X(55).
           05 FX-RESULTADO                  PIC X(01).
               88 FX-ACEPTADO               VALUE '0'.
               88 FX-RECHAZADO              VALUE '1'.
           05 FX-ESTADO                     PIC X(01).
               88 FX-HAY-DATOS              VALUE '1'.
               88 FX-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
