      *-----------------------------------------------------------------
      *  ZMWSC318 : VARIABLES DEL PRESTAMO DE VALORES (VEA DCLZMDT743,
      *             DCLZMDT744 Y DCLZMDT745). UNA CUENTA PRESTAMISTA
      *             PRESTA TITULOS OCIOSOS DE UNA EMISORA/SERIE A UN
      *             PRESTATARIO POR UN PREMIO ANUAL SOBRE EL VALOR
      *             PACTADO (PT-CTITULOS * PT-MPRECIO), CON GARANTIA
      *             REQUERIDA PT-PGARANTIA % DEL VALOR:
      *               - 9879 DA DE ALTA EL CONTRATO EN 'P' SI LA CUENTA
      *                 TIENE DISPONIBLE SUFICIENTE A LA FECHA DE
      *                 INICIO (9347) Y 9880 LO AUTORIZA O RECHAZA UN
      *                 USUARIO DISTINTO. DESDE SU INICIO Y HASTA QUE
      *                 SE CONFIRMA LA DEVOLUCION LOS TITULOS RESTAN
      *                 DISPONIBLE COMO UN GRAVAMEN (9440, ZMWSC182/
      *                 ZMWSC183);
      *               - 9881/9882/9883 SON EL DEVENGO DIARIO DEL PREMIO
      *                 (VALOR * TASA / 360) DE LOS CONTRATOS ACTIVOS
      *                 DEL INICIO AL DIA ANTERIOR A LA DEVOLUCION;
      *               - 9884/9885/9890 SON EL VENCIMIENTO: A LA FECHA
      *                 DE DEVOLUCION GENERAN LA INSTRUCCION DE
      *                 DEVOLUCION DE TITULOS ('D') Y LA DE LIQUIDACION
      *                 DEL PREMIO DEVENGADO ('P') EN ZMDT745 Y EL
      *                 CONTRATO PASA A 'V';
      *               - 9891 CONFIRMA LA DEVOLUCION ('D') Y LIBERA LOS
      *                 TITULOS.
      *             PARA CORRER EN PARTICIONES PARALELAS CADA UNA CARGA
      *             SU RANGO PT-IEMPRDES/PT-IEMPRHAS (EN BLANCOS =
      *             TODAS LAS EMPRESAS).
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC140/ZMWSC141 (CON SUS DEPENDENCIAS) Y
      *             ZMWSC142/ZMWSC143.
      *
      *  EJEMPLO  : (LOTE DIARIO)
      *             MOVE WX-TFECHOY        TO PT-FECHA
      *             MOVE SPACES            TO PT-IEMPRDES
      *             MOVE SPACES            TO PT-IEMPRHAS
      *             PERFORM 9881-ABRE-DEVENGO-PRESTAMO
      *             PERFORM 9882-LEE-DEVENGO-PRESTAMO
      *             PERFORM 9883-GRABA-DEVENGO-PRESTAMO
      *                 UNTIL PT-FIN-DATOS
      *             PERFORM 9884-ABRE-VENCE-PRESTAMO
      *             PERFORM 9885-LEE-VENCE-PRESTAMO
      *             PERFORM 9890-GENERA-INSTR-PRESTAMO
      *                 UNTIL PT-FIN-DATOS
      *             DISPLAY PT-NUMDEV ' ' PT-TOTPREMIO ' ' PT-NUMVENC
      *-----------------------------------------------------------------
       01  PT-REG.
           05 PT-FECHA                      PIC X(10).
           05 PT-IEMPRDES                   PIC X(03).
           05 PT-IEMPRHAS                   PIC X(03).
      *
      *    CONTRATO
           05 PT-IEMPR                      PIC X(03).
           05 PT-ICUENTA                    PIC S9(07)      COMP-3.
           05 PT-ISECPRES                   PIC S9(09)      COMP-3.
           05 PT-IPRESTAT                   PIC X(12).
           05 PT-DPRESTAT                   PIC X(60).
           05 PT-ICTAPREST                  PIC S9(07)      COMP-3.
           05 PT-IEMISORA                   PIC X(07).
           05 PT-ISERIE                     PIC X(08).
           05 PT-CTITULOS                   PIC S9(13)V99   COMP-3.
           05 PT-MPRECIO                    PIC S9(09)V9(06) COMP-3.
           05 PT-MVALOR                     PIC S9(13)V99   COMP-3.
           05 PT-PPREMIO                    PIC S9V9(06)    COMP-3.
           05 PT-FINICIO                    PIC X(10).
           05 PT-FDEVOL                     PIC X(10).
           05 PT-PGARANTIA                  PIC S9(03)V99   COMP-3.
           05 PT-MGARANTIA                  PIC S9(13)V99   COMP-3.
           05 PT-MPREMDIA                   PIC S9(13)V99   COMP-3.
           05 PT-MPREMACUM                  PIC S9(13)V99   COMP-3.
           05 PT-IUSRSOL                    PIC X(08).
           05 PT-IUSRAUT                    PIC X(08).
           05 PT-IESTADO                    PIC X(01).
               88 PT-PENDIENTE              VALUE 'P'.
               88 PT-ACTIVO                 VALUE 'A'.
               88 PT-NO-AUTORIZADO          VALUE 'R'.
               88 PT-VENCIDO                VALUE 'V'.
               88 PT-DEVUELTO               VALUE 'D'.
      *
      *    CONTADORES DE LA CORRIDA
           05 PT-NCUENTA                    PIC S9(09) COMP.
           05 PT-NUMDEV                     PIC S9(09) COMP.
           05 PT-NUMVENC                    PIC S9(09) COMP.
           05 PT-TOTPREMIO                  PIC S9(13)V99   COMP-3.
      *
           05 PT-DMENSAJE                   PIC X(55).
           05 PT-RESULTADO                  PIC X(01).
               88 PT-ACEPTADO               VALUE '0'.
               88 PT-RECHAZADO              VALUE '1'.
           05 PT-ESTADO                     PIC X(01).
               88 PT-HAY-DATOS              VALUE '1'.
               88 PT-FIN-DATOS              VALUE '0'.
      *-----------------------------------------------------------------
