      *-----------------------------------------------------------------
      *  ZMWSC314 : VARIABLES DE LA CAPTURA DE CARTAS EN CONTINGENCIA
      *             (DB2 CAIDO O ZMDT606 DETENIDA). LAS CARTAS SE
      *             GUARDAN EN EL DIARIO VSAM KSDS SF-IARCHIVO CON UN
      *             FOLIO PROVISIONAL Y SE REENVIAN AL SERVICIO DE
      *             REGISTRO (9532/9533) CUANDO DB2 REGRESA.
      *               - 9859 PRENDE ('1') O APAGA ('0') EL MODO
      *                 CONTINGENCIA (LO HACE EL ADMINISTRADOR);
      *               - 9860 LO CONSULTA SIN TOCAR DB2: LA CAPTURA
      *                 LLAMA A 9861 EN VEZ DE 9532 MIENTRAS
      *                 SF-EN-CONTINGENCIA;
      *               - 9861 VALIDA FUERA DE LINEA (9862) Y GRABA EL
      *                 RENGLON EN EL DIARIO CON SU FECHA DE CAPTURA;
      *                 EL RENGLON 1 RECIBE UN FOLIO PROVISIONAL NUEVO
      *                 EN SF-IFOLIO Y LOS RENGLONES 2+ MANDAN EL MISMO
      *                 FOLIO DEVUELTO (COMO RS-ICONCEPT EN 9532);
      *               - 9863/9864 SON EL REENVIO: RECORREN EL DIARIO EN
      *                 ORDEN DE CAPTURA (FOLIO Y RENGLON) Y PASAN CADA
      *                 RENGLON PENDIENTE POR 9532. EL RESULTADO QUEDA
      *                 EN EL DIARIO ('R' REGISTRADO CON SU CONCEPTO,
      *                 'X' RECHAZADO CON EL MOTIVO DEL SERVICIO) CON UN
      *                 SYNCPOINT POR RENGLON, ASI UNA CORRIDA
      *                 INTERRUMPIDA SE REPITE SIN DUPLICAR CARTAS. SI
      *                 EL RENGLON 1 SE RECHAZA, LOS DEMAS DE LA CARTA
      *                 TAMBIEN. SOLO CORRE CON EL MODO APAGADO;
      *               - 9865/9866 SON EL REPORTE DE LOS RENGLONES
      *                 RECHAZADOS EN EL REENVIO, PARA LLAMAR AL
      *                 CLIENTE.
      *
      *             QUIEN INCLUYA ESTE COPY DEBE INCLUIR TAMBIEN
      *             ZMWSC228/ZMWSC229 (LADO CLIENTE) Y
      *             ms35/ZMWSC013/ZMWSC003.
      *
      *  EJEMPLO  : PERFORM 9860-LEE-MODO-CONTINGENCIA
      *             IF SF-EN-CONTINGENCIA
      *                (CARGAR RS-ENTRADA COMO PARA 9532)
      *                MOVE FOLIO-DEVUELTO-O-CERO TO SF-IFOLIO
      *                PERFORM 9861-CAPTURA-CONTINGENCIA
      *                IF SF-ACEPTADO
      *                   MOVE SF-IFOLIO   TO FOLIO-DEVUELTO
      *                END-IF
      *                MOVE SF-DMENSAJE    TO NRP1-MSG1
      *             ELSE
      *                PERFORM 9532-REGISTRA-CARTA-SERVICIO
      *             END-IF
      *
      *             (JOB DE REENVIO)
      *             PERFORM 9863-ABRE-REENVIO-CONTINGENCIA
      *             IF SF-ACEPTADO
      *                PERFORM 9864-REENVIA-CONTINGENCIA
      *                    UNTIL SF-FIN-DATOS
      *             END-IF
      *             PERFORM 9865-ABRE-RECHAZOS-CONTINGENCIA
      *             PERFORM 9866-LEE-RECHAZOS-CONTINGENCIA
      *                 UNTIL SF-FIN-DATOS
      *             (IMPRIMIR UN RENGLON POR CADA SF-HAY-DATOS)
      *-----------------------------------------------------------------
       01  SF-REG.
           05 SF-IARCHIVO                   PIC X(08) VALUE 'ZMDIACON'.
           05 SF-SMODO                      PIC X(01).
               88 SF-EN-CONTINGENCIA        VALUE '1'.
               88 SF-MODO-NORMAL            VALUE '0'.
           05 SF-IFOLIO                     PIC 9(09).
           05 SF-IUSUARIO                   PIC X(08).
      *
      *    FECHA DE CAPTURA EN FORMATO TIMESTAMP DE DB2
           05 SF-FCAPTURA.
              10 SF-FC-FECHA                PIC X(10).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 SF-FC-HORA                 PIC X(08).
              10 FILLER                     PIC X(01) VALUE '.'.
              10 SF-FC-CENTESIMAS           PIC 9(02).
              10 FILLER                     PIC X(04) VALUE '0000'.
           05 SF-FCAPTURA-X REDEFINES SF-FCAPTURA
                                            PIC X(26).
      *
      *    FOLIO EN CURSO DEL REENVIO Y RESULTADO DE SU RENGLON 1
           05 SF-IFOLIOACT                  PIC 9(09).
           05 SF-ICONCEPTACT                PIC S9(05)      COMP-3.
           05 SF-SCARTAACT                  PIC X(01).
               88 SF-CARTA-REGISTRADA       VALUE 'R'.
               88 SF-CARTA-RECHAZADA        VALUE 'X'.
      *
           05 SF-NUMREENV                   PIC S9(09) COMP.
           05 SF-NUMRECH                    PIC S9(09) COMP.
           05 SF-DMENSAJE                   PIC X(55).
           05 SF-RESULTADO                  PIC X(01).
               88 SF-ACEPTADO               VALUE '0'.
               88 SF-RECHAZADO              VALUE '1'.
           05 SF-ESTADO                     PIC X(01).
               88 SF-HAY-DATOS              VALUE '1'.
               88 SF-FIN-DATOS              VALUE '0'.
      *
      *    REGISTRO DEL DIARIO. LA LLAVE 0/0 ES EL REGISTRO DE CONTROL
      *    (MODO Y ULTIMO FOLIO PROVISIONAL); LAS DEMAS SON UN RENGLON
      *    DE CARTA CAPTURADO, CON RS-ENTRADA TAL CUAL.
       01  SF-DIARIO.
           05 SF-LLAVE.
              10 SF-LL-IFOLIO               PIC 9(09).
              10 SF-LL-ILINEA               PIC 9(02).
           05 SF-DI-DATOS                   PIC X(200).
           05 SF-DI-RENGLON REDEFINES SF-DI-DATOS.
              10 SF-DI-FCAPTURA             PIC X(26).
              10 SF-DI-IESTADO              PIC X(01).
                  88 SF-DI-PENDIENTE        VALUE 'P'.
                  88 SF-DI-REGISTRADO       VALUE 'R'.
                  88 SF-DI-RECHAZADO        VALUE 'X'.
              10 SF-DI-ENTRADA              PIC X(100).
              10 SF-DI-ICONCEPT             PIC S9(05)      COMP-3.
              10 SF-DI-ICODRECH             PIC X(02).
              10 SF-DI-DRECHAZO             PIC X(55).
              10 FILLER                     PIC X(13).
           05 SF-DI-CONTROL REDEFINES SF-DI-DATOS.
              10 SF-DC-SMODO                PIC X(01).
              10 SF-DC-NULTFOLIO            PIC 9(09).
              10 SF-DC-IUSUARIO             PIC X(08).
              10 SF-DC-FCAMBIO              PIC X(26).
              10 FILLER                     PIC X(156).
      *-----------------------------------------------------------------
