      *-----------------------------------------------------------------
      *  ZMWSC274 : VARIABLES DEL LIBRO INTERNO DE POSICION EN VALORES
      *             POR CUENTA Y EMISORA/SERIE (SALDOS EN ZMDT707,
      *             MOVIMIENTOS EN ZMDT708; VEA DCLZMDT707 Y
      *             DCLZMDT708). TODO MOVIMIENTO PASA POR 9676, QUE LO
      *             GRABA Y ACTUALIZA EL SALDO LIQUIDADO O PENDIENTE.
      *             LO MUEVEN:
      *               - 9678 AL GRABAR UN FILL (9464): PENDIENTE, CON
      *                 EL SIGNO DE LA NATURALEZA DEL CONCEPTO (CARGO
      *                 = COMPRA +, ABONO = VENTA -, 9649);
      *               - 9679 AL LIQUIDAR LA CARTA (9343/9344): EL
      *                 PENDIENTE DE SUS FILLS PASA A LIQUIDADO;
      *               - 9680 AL CERRAR UN EVENTO CORPORATIVO (9445):
      *                 SALE LA SERIE ANTERIOR Y ENTRA LA NUEVA POR EL
      *                 FACTOR;
      *               - 9682 TRASPASOS ENTRE CUENTAS O CON OTRO
      *                 CUSTODIO;
      *               - 9684 SALDO INICIAL DE LAS CUENTAS QUE AUN NO
      *                 TIENEN LIBRO, TOMADO DEL ULTIMO FEED DEL
      *                 CUSTODIO;
      *               - LAS ORDENES DE FONDOS DE INVERSION (9901/9904
      *                 DE ZMWSC320/ZMWSC321): PENDIENTE AL VALUARSE A
      *                 NAV Y LIQUIDADO EN SU FECHA DE LIQUIDACION.
      *             9683 DA LA POSICION PROYECTADA (LIQUIDADA MAS
      *             PENDIENTE) QUE USA LA CAPTURA (9347) Y 9686/9687
      *             SON EL REPORTE NOCTURNO DE DIFERENCIAS EN TITULOS
      *             DEL LIBRO LIQUIDADO CONTRA EL ULTIMO FEED DEL
      *             CUSTODIO (ZMDT624), RENGLON POR RENGLON.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO PB-IEMPR
      *             MOVE ICUENTA-ORIGEN    TO PB-ICUENTA
      *             MOVE ICUENTA-DESTINO   TO PB-ICTADEST
      *             MOVE EMISORA           TO PB-IEMISORA
      *             MOVE SERIE             TO PB-ISERIE
      *             MOVE TITULOS-TRASPASO  TO PB-CTITULOS
      *             MOVE WC-TFECHOY        TO PB-FVALOR
      *             MOVE NA-WUSUARIO       TO PB-IUSUARIO
      *             MOVE W000-PROG         TO PB-IPROGRAM
      *             PERFORM 9682-TRASPASO-POSICION
      *             IF PB-RECHAZADO
      *                MOVE PB-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *-----------------------------------------------------------------
       01  PB-REG.
           05 PB-IEMPR                      PIC X(03).
           05 PB-ICUENTA                    PIC S9(07)      COMP-3.
           05 PB-ICTADEST                   PIC S9(07)      COMP-3.
           05 PB-IEMISORA                   PIC X(07).
           05 PB-ISERIE                     PIC X(08).
           05 PB-ISECMOV                    PIC S9(09)      COMP-3.
           05 PB-TMOVTO                     PIC X(01).
               88 PB-MOV-FILL               VALUE 'F'.
               88 PB-MOV-EVENTO             VALUE 'E'.
               88 PB-MOV-TRASPASO           VALUE 'T'.
               88 PB-MOV-INICIAL            VALUE 'I'.
               88 PB-MOV-FONDO              VALUE 'N'.
           05 PB-SESTADO                    PIC X(01).
               88 PB-PENDIENTE              VALUE 'P'.
               88 PB-LIQUIDADO              VALUE 'L'.
           05 PB-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 PB-FVALOR                     PIC X(10).
           05 PB-ICONCEPT                   PIC S9(05)      COMP-3.
           05 PB-ILINEA                     PIC S9(02)      COMP-3.
           05 PB-ISECFILL                   PIC S9(05)      COMP-3.
           05 PB-IEVENTO                    PIC S9(09)      COMP-3.
           05 PB-DREFER                     PIC X(40).
           05 PB-IUSUARIO                   PIC X(08).
           05 PB-IPROGRAM                   PIC X(08).
      *
      *    SALDOS Y AJUSTES AL SALDO
           05 PB-CLIQUIDA                   PIC S9(13)V99   COMP-3.
           05 PB-CPENDIENTE                 PIC S9(13)V99   COMP-3.
           05 PB-CPROYECT                   PIC S9(13)V99   COMP-3.
           05 PB-CLIQMOV                    PIC S9(13)V99   COMP-3.
           05 PB-CPENMOV                    PIC S9(13)V99   COMP-3.
           05 PB-NUMLIBRO                   PIC S9(09) COMP.
           05 PB-SLIBRO                     PIC X(01).
               88 PB-EN-LIBRO               VALUE '1'.
               88 PB-SIN-LIBRO              VALUE '0'.
      *
      *    EVENTO CORPORATIVO
           05 PB-IEMIANT                    PIC X(07).
           05 PB-ISERANT                    PIC X(08).
           05 PB-IEMINVA                    PIC X(07).
           05 PB-ISERNVA                    PIC X(08).
           05 PB-FFACTOR                    PIC S9(03)V9(06) COMP-3.
           05 PB-CLIQANT                    PIC S9(13)V99   COMP-3.
           05 PB-CPENANT                    PIC S9(13)V99   COMP-3.
           05 PB-CTITNVO                    PIC S9(13)V99   COMP-3.
      *
      *    RENGLON DEL REPORTE DE DIFERENCIAS CONTRA EL CUSTODIO
           05 PB-CCUSTOD                    PIC S9(13)V99   COMP-3.
           05 PB-CDIFER                     PIC S9(13)V99   COMP-3.
           05 PB-NUMDIFER                   PIC S9(09) COMP.
      *
           05 PB-DMENSAJE                   PIC X(55).
           05 PB-RESULTADO                  PIC X(01).
               88 PB-ACEPTADO               VALUE '0'.
               88 PB-RECHAZADO              VALUE '1'.
           05 PB-ESTADO                     PIC X(01).
               88 PB-HAY-DATOS              VALUE '1'.
               88 PB-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
