      *-----------------------------------------------------------------
      *  ZMWSC266 : VARIABLES DEL LIBRO DE EFECTIVO DEL CLIENTE
      *             (MOVIMIENTOS ZMDT700 Y SALDO VIGENTE ZMDT701, VEA
      *             DCLZMDT700/DCLZMDT701) Y DE LA RESERVA DE FONDOS
      *             DE LAS CARTAS.
      *
      *             CICLO DE LA CARTA QUE REQUIERE EFECTIVO
      *             (ZM607_MIMPORTE):
      *             - AL GRABARLA (9274 DEL INTAKE, 9394 DE LA
      *               PANTALLA) 9644 RESERVA LO QUE FALTE POR APARTAR
      *               DE SUS RENGLONES VIGENTES;
      *             - LA CANCELACION (9165) O EL VENCIMIENTO (9470)
      *               LIBERAN LA RESERVA CON 9645;
      *             - LA LIQUIDACION ('L' EN 9344) LA APLICA CON 9646:
      *               LIBERA LO RESERVADO Y REGISTRA EL CARGO, O EL
      *               ABONO SI EL CONCEPTO ES DE NATURALEZA ABONO
      *               (ZMDT612, ITIPOPAR 'EFE', IPARAM = CONCEPTO EN
      *               5 DIGITOS, DATOSPAR(1:1) 'A'; SIN PARAMETRO EL
      *               CONCEPTO ES DE CARGO Y SE RESERVA AL CAPTURAR).
      *             AL CAPTURAR, 9647 AVISA SI EL DISPONIBLE (SALDO -
      *             RESERVADO + LINEA DE CREDITO MLINCRB) NO CUBRE EL
      *             IMPORTE: UN SALDO CONTABLE NEGATIVO ES LINEA YA
      *             DISPUESTA, POR ESO LA LINEA SE SUMA COMPLETA.
      *
      *  EJEMPLO  : MOVE WC-IEMPR          TO EF-IEMPR
      *             MOVE ICUENTA           TO EF-ICUENTA
      *             MOVE IMPORTE-CARTA     TO EF-MIMPORTE
      *             PERFORM 9647-VALIDA-FONDOS-CARTA
      *             IF EF-SIN-FONDOS
      *                MOVE EF-DMENSAJE    TO NRP1-MSG1
      *             END-IF
      *             ... (GRABAR LA CARTA)
      *             MOVE ICONCEPT          TO EF-ICONCEPT
      *             MOVE WC-TFECHOY        TO EF-FVALOR
      *             MOVE NA-WUSUARIO       TO EF-IUSUARIO
      *             MOVE W000-PROG         TO EF-IPROGRAM
      *             PERFORM 9644-RESERVA-FONDOS-CARTA
      *-----------------------------------------------------------------
       01  EF-REG.
           05 EF-IEMPR                      PIC X(03).
           05 EF-ICUENTA                    PIC S9(07)      COMP-3.
           05 EF-ICONCEPT                   PIC S9(05)      COMP-3.
           05 EF-ISECMOV                    PIC S9(09)      COMP-3.
           05 EF-FVALOR                     PIC X(10).
           05 EF-TMOVTO                     PIC X(01).
               88 EF-MOV-RESERVA            VALUE 'R'.
               88 EF-MOV-LIBERACION         VALUE 'L'.
               88 EF-MOV-CARGO              VALUE 'C'.
               88 EF-MOV-ABONO              VALUE 'A'.
           05 EF-TORIGEN                    PIC X(01).
               88 EF-ORIGEN-CARTA           VALUE 'C'.
               88 EF-ORIGEN-MANUAL          VALUE 'M'.
               88 EF-ORIGEN-SPEI            VALUE 'S'.
               88 EF-ORIGEN-DERECHO         VALUE 'D'.
               88 EF-ORIGEN-DIVISAS         VALUE 'X'.
           05 EF-SESTADO                    PIC X(01).
           05 EF-MIMPORTE                   PIC S9(13)V99   COMP-3.
           05 EF-DREFER                     PIC X(30).
           05 EF-IUSUARIO                   PIC X(08).
           05 EF-IPROGRAM                   PIC X(08).
      *
      *    SALDOS QUE DEJA EL MOVIMIENTO / QUE REGRESAN LAS CONSULTAS
           05 EF-MSALDO                     PIC S9(13)V99   COMP-3.
           05 EF-MRESERV                    PIC S9(13)V99   COMP-3.
           05 EF-MDISPON                    PIC S9(13)V99   COMP-3.
           05 EF-MLINCRB                    PIC S9(13)V99   COMP-3.
           05 EF-DSALDO                     PIC S9(13)V99   COMP-3.
           05 EF-DRESERV                    PIC S9(13)V99   COMP-3.
      *
      *    RESERVA DE LA CARTA
           05 EF-MREQUERIDO                 PIC S9(13)V99   COMP-3.
           05 EF-MRESACT                    PIC S9(13)V99   COMP-3.
           05 EF-ICONCEPT-ED                PIC 9(05).
           05 EF-NUMLIQ                     PIC S9(09) COMP.
           05 EF-SRESFIN                    PIC X(01).
               88 EF-RESERVA-LIBERADA       VALUE 'L'.
               88 EF-RESERVA-APLICADA       VALUE 'X'.
           05 EF-TNATUR                     PIC X(01).
               88 EF-NATUR-CARGO            VALUE 'C'.
               88 EF-NATUR-ABONO            VALUE 'A'.
           05 EF-MDISPON-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
           05 EF-DMENSAJE                   PIC X(55).
           05 EF-RESULTADO                  PIC X(01).
               88 EF-CUBIERTA               VALUE '0'.
               88 EF-SIN-FONDOS             VALUE '1'.
      *-----------------------------------------------------------------
