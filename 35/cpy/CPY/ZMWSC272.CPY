      *-----------------------------------------------------------------
      *  ZMWSC272 : VARIABLES DE LA CONCILIACION DEL ESTADO DE CUENTA
      *             BANCARIO CONTRA LAS INSTRUCCIONES DE EFECTIVO A
      *             TESORERIA (ZMDT706 CONTRA ZMDT673, VEA DCLZMDT706
      *             Y DCLZMDT673). EL ARCHIVO 'EDOCTA' PASA PRIMERO
      *             POR EL CONTROL DE ENCABEZADO (9354/9355); 9671
      *             CASA CADA MOVIMIENTO PENDIENTE CON LA INSTRUCCION
      *             SIN LIQUIDAR DE MISMA FECHA VALOR, IMPORTE Y
      *             REFERENCIA (ZM673_IREFBCO), MARCA LA INSTRUCCION
      *             LIQUIDADA Y EL MOVIMIENTO CASADO; LO QUE NO CASA
      *             QUEDA EN 'X'. 9673/9674 SON EL REPORTE DIARIO DE
      *             EXCEPCIONES CON SU ANTIGUEDAD EN DIAS: MOVIMIENTOS
      *             DEL BANCO SIN INSTRUCCION ('E') E INSTRUCCIONES
      *             CON FECHA VALOR VENCIDA QUE EL BANCO NO HA
      *             REFLEJADO ('I'). 9675 CIERRA A MANO UN MOVIMIENTO
      *             SIN CASAR QUE TESORERIA YA ACLARO.
      *
      *  EJEMPLO  : MOVE 'EDOCTA'          TO FD-IARCHIVO
      *             PERFORM 9354-GRABA-CONTROL-FEED
      *             PERFORM 9355-VALIDA-CONTROL-FEED
      *             IF FD-CUADRADO
      *                PERFORM 9671-CONCILIA-EDO-CUENTA
      *             END-IF
      *             MOVE WX-TFECHOY        TO EB-FCORTE
      *             PERFORM 9673-ABRE-EXCEP-TESORERIA
      *             PERFORM 9674-LEE-EXCEP-TESORERIA
      *                 UNTIL EB-FIN-DATOS
      *-----------------------------------------------------------------
       01  EB-REG.
           05 EB-ISECREG                    PIC S9(09)      COMP-3.
           05 EB-FVALOR                     PIC X(10).
           05 EB-TNATUR                     PIC X(01).
               88 EB-ABONO-BANCO            VALUE 'C'.
               88 EB-CARGO-BANCO            VALUE 'D'.
           05 EB-MIMPORTE                   PIC S9(13)V99   COMP-3.
           05 EB-IREFBCO                    PIC X(16).
           05 EB-IEMPR                      PIC X(03).
           05 EB-ICUENTA                    PIC S9(07)      COMP-3.
           05 EB-ICONCEPT                   PIC S9(05)      COMP-3.
           05 EB-IUSRRES                    PIC X(08).
           05 EB-NUMCASA                    PIC S9(09)      COMP-3.
           05 EB-NUMSINCASAR                PIC S9(09)      COMP-3.
      *
      *    RENGLON DEL REPORTE DE EXCEPCIONES
           05 EB-FCORTE                     PIC X(10).
           05 EB-TEXCEP                     PIC X(01).
               88 EB-EXC-EDO-CUENTA         VALUE 'E'.
               88 EB-EXC-INSTRUCCION        VALUE 'I'.
           05 EB-NDIAS                      PIC S9(05)      COMP-3.
           05 EB-ESTADO                     PIC X(01).
               88 EB-HAY-DATOS              VALUE '1'.
               88 EB-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
