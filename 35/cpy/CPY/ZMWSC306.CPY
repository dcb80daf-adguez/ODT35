      *-----------------------------------------------------------------
      *  ZMWSC306 : VARIABLES DE LA CORRECCION POSTERIOR A LA
      *             LIQUIDACION (CANCELACION Y REFACTURACION) DE UNA
      *             CARTA EN 'L' REGISTRADA A LA CUENTA O AL PRECIO
      *             EQUIVOCADO (ZMDT732/ZMDT733, VEA DCLZMDT732 Y
      *             DCLZMDT733). LA ENMIENDA (ZMWSC194) SOLO APLICA
      *             ANTES DE MERCADO; ESTA ES PARA LA CARTA YA
      *             LIQUIDADA.
      *               - 9826 SOLICITA LA CORRECCION (RB-TMOTIVO 'C'
      *                 CUENTA, 'P' PRECIO, 'A' AMBOS) Y COPIA LOS
      *                 RENGLONES ABIERTOS DE LA CARTA A ZMDT733;
      *               - 9827 CORRIGE EL IMPORTE DE UN RENGLON MIENTRAS
      *                 LA CORRECCION ESTA PENDIENTE (SOLO 'P' O 'A');
      *               - 9828 LA APRUEBA O RECHAZA; EL QUE AUTORIZA NO
      *                 PUEDE SER EL QUE SOLICITO (MISMO ESQUEMA DE
      *                 9165, ZMWSC059). AL APROBAR, 9829 CANCELA LA
      *                 CARTA ORIGINAL, GRABA LA REFACTURADA LIGADA A
      *                 ELLA Y REVIERTE/REAPLICA VOLUMEN (ZMDT639),
      *                 COMISION (CUENTA, O ZMDT614 SI EL PERIODO DE LA
      *                 LIQUIDACION YA SE ARCHIVO) E ISR (ZMDT664);
      *               - 9830/9831 SON LA POLIZA DE CORRECCIONES DEL
      *                 PERIODO: POR CORRECCION APLICADA, UN PAR
      *                 CARGO/ABONO DE REVERSO Y OTRO DE REFACTURA POR
      *                 IMPORTE E ISR, Y POR COMISION SOLO CUANDO
      *                 RB-PERIODO-CERRADO (CON EL PERIODO ABIERTO LA
      *                 COMISION CORREGIDA VIAJA EN LOS ACUMULADOS DE
      *                 CUENTA Y LA LLEVA LA POLIZA DE COMISIONES 9311).
      *             SI EL MES DE LA LIQUIDACION YA SE CERRO (ZMDT776),
      *             ZMDT614 NO SE TOCA: LA COMISION SE TRATA COMO DE
      *             PERIODO ABIERTO Y QUEDA ANOTADA COMO AJUSTE
      *             POSTERIOR AL CIERRE (ZMDT777, RB-AJUSTE-POSCIERRE).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC122/ZMWSC123, ZMWSC032/ZMWSC033 (CON
      *             ZMWSC234/ZMWSC235), ZMWSC190/ZMWSC191 (CON
      *             ms35/ZMWSC018/ZMWSC019), ZMWSC356/ZMWSC357 Y
      *             ZMWSC142/ZMWSC143.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO RB-IEMPR
      *             MOVE CT-ICUENTA        TO RB-ICUENTA
      *             MOVE ICONCEPT-SEL      TO RB-ICONCEPT
      *             MOVE 'C'               TO RB-TMOTIVO
      *             MOVE CTA-CORRECTA      TO RB-ICUENTANVA
      *             MOVE RAZON-CAPTURADA   TO RB-ICODRAZ
      *             MOVE MOTIVO-CAPTURADO  TO RB-DMOTIVO
      *             MOVE USUARIO           TO RB-IUSRSOL
      *             PERFORM 9826-SOLICITA-CORRECCION
      *
      *             (OTRO USUARIO)
      *             MOVE 'A'               TO RB-IESTADO
      *             MOVE USUARIO           TO RB-IUSRAUT
      *             MOVE PROGRAMA          TO RB-IPROGRAM
      *             PERFORM 9828-AUTORIZA-CORRECCION
      *             IF RB-PENDIENTE
      *                (NO SE APLICO)
      *
      *             (MENSUAL)
      *             MOVE 2026              TO RB-IANIO
      *             MOVE 08                TO RB-IMES
      *             PERFORM 9830-ABRE-POLIZA-CORRECCION
      *             PERFORM 9831-LEE-POLIZA-CORRECCION
      *                 UNTIL RB-FIN-DATOS
      *-----------------------------------------------------------------
       01  RB-REG.
           05 RB-IEMPR                      PIC X(03).
           05 RB-ICUENTA                    PIC S9(07)      COMP-3.
           05 RB-ICONCEPT                   PIC S9(05)      COMP-3.
           05 RB-ISECCORR                   PIC S9(03)      COMP-3.
           05 RB-TMOTIVO                    PIC X(01).
               88 RB-MOTIVO-CUENTA          VALUE 'C'.
               88 RB-MOTIVO-PRECIO          VALUE 'P'.
               88 RB-MOTIVO-AMBOS           VALUE 'A'.
               88 RB-MOTIVO-VALIDO          VALUE 'C' 'P' 'A'.
               88 RB-CAMBIA-PRECIO          VALUE 'P' 'A'.
           05 RB-ICUENTANVA                 PIC S9(07)      COMP-3.
           05 RB-ICONCEPTNVO                PIC S9(05)      COMP-3.
           05 RB-ICODRAZ                    PIC X(04).
           05 RB-DMOTIVO                    PIC X(120).
           05 RB-FLIQUIDA                   PIC X(10).
           05 RB-IUSRSOL                    PIC X(08).
           05 RB-IUSRAUT                    PIC X(08).
           05 RB-IPROGRAM                   PIC X(08).
           05 RB-IESTADO                    PIC X(01).
               88 RB-PENDIENTE              VALUE 'P'.
               88 RB-APROBADA               VALUE 'A'.
               88 RB-RECHAZADA              VALUE 'R'.
           05 RB-IESTVIDA                   PIC X(01).
           05 RB-SVIGEN                     PIC X(01).
      *
      *    RENGLON DE LA CORRECCION (9827)
           05 RB-ILINEA                     PIC S9(02)      COMP-3.
           05 RB-MIMPORTELIN                PIC S9(13)V99   COMP-3.
      *
      *    IMPORTES ORIGINAL/CORREGIDO (ZMDT732)
           05 RB-MIMPORTEORI                PIC S9(13)V99   COMP-3.
           05 RB-MIMPORTENVO                PIC S9(13)V99   COMP-3.
           05 RB-MCOMISORI                  PIC S9(13)V99   COMP-3.
           05 RB-MCOMISNVA                  PIC S9(13)V99   COMP-3.
           05 RB-MRETORI                    PIC S9(13)V99   COMP-3.
           05 RB-MRETNVO                    PIC S9(13)V99   COMP-3.
           05 RB-SPERCERR                   PIC X(01).
               88 RB-PERIODO-CERRADO        VALUE '1'.
               88 RB-PERIODO-ABIERTO        VALUE '0'.
           05 RB-SPOSCIERRE                 PIC X(01).
               88 RB-AJUSTE-POSCIERRE       VALUE '1'.
               88 RB-SIN-AJUSTE-POSCIERRE   VALUE '0'.
      *
      *    AJUSTE DE COMISION POR CUENTA (9832)
           05 RB-ICTAAJUSTE                 PIC S9(07)      COMP-3.
           05 RB-MAJUSTE                    PIC S9(13)V99   COMP-3.
           05 RB-ITIPOCTA                   PIC X(01).
      *
      *    LIGA DE LA REFACTURADA CON LA ORIGINAL (ZM606_DCOMENT)
           05 RB-DCOMENT                    PIC X(120).
           05 RB-ICUENTA-ED                 PIC 9(07).
           05 RB-ICONCEPT-ED                PIC 9(05).
           05 RB-ISECCORR-ED                PIC 9(03).
      *
      *    POLIZA DE CORRECCIONES (9830/9831)
           05 RB-IANIO                      PIC S9(04)      COMP-3.
           05 RB-IMES                       PIC S9(02)      COMP-3.
           05 RB-ICCOSTO                    PIC S9(05)      COMP-3.
           05 RB-ICCOSTONVO                 PIC S9(05)      COMP-3.
           05 RB-ICVEMDA                    PIC X(03).
           05 RB-NUMCORR                    PIC S9(09)      COMP-3.
           05 RB-TOTREVERSO                 PIC S9(15)V99   COMP-3.
           05 RB-TOTREFACT                  PIC S9(15)V99   COMP-3.
      *
           05 RB-NUMREG                     PIC S9(09) COMP.
           05 RB-DMENSAJE                   PIC X(55).
           05 RB-RESULTADO                  PIC X(01).
               88 RB-ACEPTADO               VALUE '0'.
               88 RB-RECHAZADO              VALUE '1'.
           05 RB-ESTADO                     PIC X(01).
               88 RB-HAY-DATOS              VALUE '1'.
               88 RB-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
